      * an operator with no record for an environment is refused at
      * submission time.  Submissions to a production environment
      * additionally require a countersigning second operator who
      * holds their own record for that environment.  Each record
      * names who granted it and when, and the last day it holds: a
      * right past its expiry date is refused everywhere a record is
      * checked, exactly as if it were not on the file.  A blank
      * expiry (a record granted before expiry dates were kept) never
      * lapses, and is called out on the recertification report.
      * Rights are granted, re-dated and revoked on the Operator
      * Access maintenance screen.
      *----------------------------------------------------------------
       01 operator-auth-record.
           05 oa-operator-id       pic x(08).
           05 oa-environment-code  pic x(04).
           05 oa-granted-by        pic x(08).
           05 oa-granted-date      pic x(08).
           05 oa-expiry-date       pic x(08).
