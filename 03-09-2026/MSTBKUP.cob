               ==ACCT-BALANCE==       BY ==BK-ACCT-BALANCE==,
               ==ACCT-STATUS==        BY ==BK-ACCT-STATUS==,
               ==ACCT-CUST-NO==       BY ==BK-ACCT-CUST-NO==,
               ==ACCT-LAST-ACT==      BY ==BK-ACCT-LAST-ACT==,
               ==ACCT-BRANCH==        BY ==BK-ACCT-BRANCH==,
               ==ACCT-FRZ-REASON==    BY ==BK-ACCT-FRZ-REASON==.

       FD STUD-MASTER-IN.
           COPY STUDMAST.
