                 05 REG-DATE PIC 9(08).
                 05 REG-REC-TYPE PIC X(01).
                 05 REG-DATA PIC X(22).
                 05 REG-ACCOUNT PIC X(10).

           FD SUSPENSE-FILE.
           COPY SUSPREC.
                       OR XYZOUT-Y NOT = SC-INQ-XYZ-Y
                       OR XYZOUT-RUN-DATE < SC-FROM-DATE
                       OR XYZOUT-RUN-DATE > SC-TO-DATE
                       OR XYZOUT-OPENING-BALANCE
                   GO TO 6000-EXIT
               END-IF.
               ADD 1 TO SC-HITS-COUNT.
