               ==ACCT-BALANCE==       BY ==SOD-ACCT-BALANCE==,
               ==ACCT-STATUS==        BY ==SOD-ACCT-STATUS==,
               ==ACCT-CUST-NO==       BY ==SOD-ACCT-CUST-NO==,
               ==ACCT-LAST-ACT==      BY ==SOD-ACCT-LAST-ACT==,
               ==ACCT-BRANCH==        BY ==SOD-ACCT-BRANCH==,
               ==ACCT-FRZ-REASON==    BY ==SOD-ACCT-FRZ-REASON==.

       FD RUN-CONTROL.
           COPY RUNCTL.
