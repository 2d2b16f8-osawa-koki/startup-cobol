              03 CORR-ORIG-DATA PIC X(22).
              03 CORR-NEW-TYPE PIC X(01).
              03 CORR-NEW-DATA PIC X(22).
              *> 口座番号の訂正（空白なら保留時の口座のまま）
              03 CORR-NEW-ACCOUNT PIC X(10).

           FD TRANSNEW-FILE.
           COPY TRANSREC.

           FD SUSPNEW-FILE.
           01 SUSPNEW-RECORD PIC X(79).

           FD WOFFCARD-FILE.
           01 WOFFCARD-RECORD.
                 05 SC-SUSP-TBL-DATA PIC X(22).
                 05 SC-SUSP-TBL-REASON PIC X(30).
                 05 SC-SUSP-TBL-DONE PIC X(01).
                 05 SC-SUSP-TBL-ACCOUNT PIC X(10).
                 05 SC-SUSP-TBL-SOURCE PIC X(08).
           01 SC-SUSP-COUNTER PIC 9(3) VALUE 0.
           01 SC-FOUND-INDEX PIC 9(3) VALUE 0.

                               TO SC-SUSP-TBL-REASON(SC-SUSP-COUNT)
                           MOVE "N"
                               TO SC-SUSP-TBL-DONE(SC-SUSP-COUNT)
                           MOVE SUSP-ACCOUNT
                               TO SC-SUSP-TBL-ACCOUNT(SC-SUSP-COUNT)
                           MOVE SUSP-SOURCE
                               TO SC-SUSP-TBL-SOURCE(SC-SUSP-COUNT)
                       ELSE
                           ADD 1 TO SC-OVERFLOW-COUNT
                           ADD 1 TO SC-REMAINING-COUNT
                           MOVE SPACES TO SUSPNEW-RECORD
                           STRING SUSP-DATE SUSP-REC-TYPE SUSP-DATA
                               SUSP-REASON SUSP-ACCOUNT SUSP-SOURCE
                               DELIMITED BY SIZE INTO SUSPNEW-RECORD
                           END-STRING
                           WRITE SUSPNEW-RECORD
                   ADD 1 TO SC-CORRECTED-COUNT
                   MOVE CORR-NEW-TYPE TO TRANS-REC-TYPE
                   MOVE CORR-NEW-DATA TO TRANS-DATA
                   IF CORR-NEW-ACCOUNT = SPACES
                       MOVE SC-SUSP-TBL-ACCOUNT(SC-FOUND-INDEX)
                           TO TRANS-ACCOUNT
                   ELSE
                       MOVE CORR-NEW-ACCOUNT TO TRANS-ACCOUNT
                   END-IF
                   *> 訂正分も元の受信元へ受領通知が返るようにする
                   MOVE SC-SUSP-TBL-SOURCE(SC-FOUND-INDEX)
                       TO TRANS-SOURCE
                   WRITE TRANS-RECORD
                   ADD 1 TO SC-EMIT-COUNT
                   IF NOT TRANS-TYPE-XYZ
                   STRING "CORRECTED: " CORR-DATE " "
                       CORR-ORIG-TYPE CORR-ORIG-DATA
                       " -> " CORR-NEW-TYPE CORR-NEW-DATA
                       " " TRANS-ACCOUNT
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE SUSP-RPT-RECORD FROM SC-RPT-LINE
                   SC-SUSP-TBL-TYPE(SC-SUSP-COUNTER)
                   SC-SUSP-TBL-DATA(SC-SUSP-COUNTER)
                   SC-SUSP-TBL-REASON(SC-SUSP-COUNTER)
                   SC-SUSP-TBL-ACCOUNT(SC-SUSP-COUNTER)
                   SC-SUSP-TBL-SOURCE(SC-SUSP-COUNTER)
                   DELIMITED BY SIZE INTO SUSPNEW-RECORD
               END-STRING.
               WRITE SUSPNEW-RECORD.

               SET BDC-REQ-COUNT TO TRUE.
               MOVE SPACES TO BDC-CURRENCY.
               MOVE SC-SUSP-TBL-DATE(SC-SUSP-COUNTER) TO BDC-DATE-1.
               MOVE SC-RUN-DATE TO BDC-DATE-2.
               CALL "BDAYCALC" USING BDC.
               MOVE SC-CORRECTED-COUNT TO RLOG-COUNT-1.
               MOVE SC-REMAINING-COUNT TO RLOG-COUNT-2.
               MOVE SC-OVERAGE-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
