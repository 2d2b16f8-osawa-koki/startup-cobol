                   RECORD KEY LANGMAST-CODE
                   FILE STATUS IS SC-LANGMAST-FILE-STATUS.
               SELECT RPTDATA-FILE ASSIGN TO "RPTDATA"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RPTDATA-FILE-STATUS.
               SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-EXCEPTION-FILE-STATUS.
               SELECT ACKDATA-FILE ASSIGN TO "ACKDATA"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-ACKDATA-FILE-STATUS.
               SELECT EXCPDATA-FILE ASSIGN TO "EXCPDATA"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-EXCPDATA-FILE-STATUS.
               SELECT LANGU-RPT-FILE ASSIGN TO "LANGURPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNCTL-FILE-STATUS.
               SELECT SUSPENSE-FILE ASSIGN TO "SUSPOUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-SUSPENSE-FILE-STATUS.
                   ACCESS RANDOM
                   RECORD KEY REG-KEY
                   FILE STATUS IS SC-REGISTRY-FILE-STATUS.
               SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
                   ORGANIZATION INDEXED
                   ACCESS RANDOM
                   RECORD KEY ACCTMAST-KEY
                   FILE STATUS IS SC-ACCTMAST-STATUS.
               SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNPARMS-FILE-STATUS.
           FD EXCPDATA-FILE.
           COPY EXCPREC.

           FD ACKDATA-FILE.
           COPY ACKREC.

           FD AUDIT-FILE.
           01 AUDIT-RECORD PIC X(100).

                 05 REG-DATE PIC 9(08).
                 05 REG-REC-TYPE PIC X(01).
                 05 REG-DATA PIC X(22).
                 05 REG-ACCOUNT PIC X(10).

           FD ACCTMAST-FILE.
           COPY ACCTMREC.

           FD RUNPARMS-FILE.
           01 RUNPARMS-RECORD PIC X(80).
           FD PROCDATE-FILE.
           01 PROCDATE-RECORD.
              03 PROC-THRU-DATE PIC 9(08).
              *> 処理中の日付と最後に正常終了したサイクル番号。
              *> 締めサイクル（FINAL）でPROC-THRU-DATEが進む
              03 PROC-CYCLE-DATE PIC 9(08).
              03 PROC-LAST-CYCLE PIC 9(02).

           WORKING-STORAGE SECTION.
           01 A PIC 9(4) VALUE 100.
                 88 SC-TRAILER-SEEN VALUE "Y".
              03 SC-DETAIL-READY-SWITCH PIC X(01) VALUE "N".
                 88 SC-DETAIL-READY VALUE "Y".
              03 SC-CNV-SUSPENDED-SWITCH PIC X(01) VALUE "N".
                 88 SC-CNV-SUSPENDED VALUE "Y".

           01 SC-RUN-DATE.
              03 SC-RUN-YYYY PIC 9(4).
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-MODE PIC X(08).
           01 SC-PARM-MODE-2 PIC X(08).
           *> 正規の再処理時だけOVERRIDEで暦と順序の検査を外せる
           01 SC-OVERRIDE-SWITCH PIC X(01) VALUE "N".
              88 SC-OVERRIDE VALUE "Y".
           *> FINALはその日の最終サイクル（処理済み日を進める）
           01 SC-FINAL-SWITCH PIC X(01) VALUE "N".
              88 SC-FINAL-CYCLE VALUE "Y".
           *> 処理サイクル番号（TRANSINヘッダから取る）
           01 SC-RUN-CYCLE PIC 9(02) VALUE 0.
           01 SC-PROC-CYCLE-DATE PIC 9(08) VALUE 0.
           01 SC-PROC-LAST-CYCLE PIC 9(02) VALUE 0.
           01 SC-EXPECTED-CYCLE PIC 9(02) VALUE 0.
           01 SC-PROCDATE-STATUS PIC X(02).
           01 SC-PROCDATE-EOF-SWITCH PIC X(01) VALUE "N".
              88 SC-PROCDATE-EOF VALUE "Y".
           01 SC-EXCEPTION-REASON PIC X(30).
           01 SC-EXCEPTION-CODE PIC X(04).
           01 SC-EXCPDATA-FILE-STATUS PIC X(02).
           01 SC-EXCEPTION-FILE-STATUS PIC X(02).
           01 SC-RPTDATA-FILE-STATUS PIC X(02).
           01 SC-ACKDATA-FILE-STATUS PIC X(02).
           01 SC-RUNCTL-FILE-STATUS PIC X(02).
           01 SC-NUM-MIN PIC 9(4) VALUE 0001.
           01 SC-NUM-MAX PIC 9(4) VALUE 0999.
           01 SC-VALIDATION-SWITCH.
           01 SC-XYZOUT-FILE-STATUS PIC X(02).
           01 SC-SUSPENSE-FILE-STATUS PIC X(02).
           01 SC-REGISTRY-FILE-STATUS PIC X(02).
           01 SC-ACCTMAST-STATUS PIC X(02).
           01 SC-RUNPARMS-FILE-STATUS PIC X(02).
           01 SC-RUNPARMS-EOF-SWITCH PIC X(01) VALUE "N".
              88 SC-RUNPARMS-EOF VALUE "Y".
           01 SC-LANG-USED-COUNT PIC 9(3) VALUE 0.
           01 SC-LANGU-RPT-LINE PIC X(80).

           *> 通貨別の決済日（値日）。実行日は一定なので通貨ごとに
           *> 一度だけBDAYCALCに求め、以後は表から引く
           01 SC-MAX-VDATES PIC 9(3) VALUE 50.
           01 SC-VDATE-COUNT PIC 9(3) VALUE 0.
           01 SC-VDATE-TABLE.
              03 SC-VDATE-ENTRY OCCURS 50 TIMES.
                 05 SC-VDATE-CCY PIC X(03).
                 05 SC-VDATE-DATE PIC 9(08).
           01 SC-VDATE-COUNTER PIC 9(3) VALUE 0.
           01 SC-VDATE-INDEX PIC 9(3) VALUE 0.
           01 SC-VALUE-DATE PIC 9(08) VALUE 0.

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
               ADD A TO B
               DISPLAY "A + B = " B.

               *> 実行日付はJCLのPARMで上書きできる。第２項以降に
               *> OVERRIDEを指定すると営業日・順序検査を外せる。
               *> FINALはその日の最終サイクルであることを示す
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-PARM-MODE.
               MOVE SPACES TO SC-PARM-MODE-2.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE SC-PARM-MODE SC-PARM-MODE-2
               END-UNSTRING.
               IF SC-PARM-DATE = SPACES
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
               END-IF.
               IF SC-PARM-MODE = "OVERRIDE"
                       OR SC-PARM-MODE-2 = "OVERRIDE"
                   SET SC-OVERRIDE TO TRUE
                   DISPLAY "RUN DATE CHECKS OVERRIDDEN BY PARM"
               END-IF.
               IF SC-PARM-MODE = "FINAL"
                       OR SC-PARM-MODE-2 = "FINAL"
                   SET SC-FINAL-CYCLE TO TRUE
               END-IF.

               PERFORM 1400-VERIFY-RUN-DATE THRU 1400-EXIT.

               *> 出力ファイルに手を付ける前にコントロールレコードを
               *> 検証し、不良ファイルの日次を一切処理させない
               PERFORM 1300-PREVERIFY-TRANS THRU 1300-EXIT.
               PERFORM 1470-VERIFY-CYCLE THRU 1470-EXIT.

               *> 当日分の作業ファイルはサイクルごとに追記する
               *> （日次の最初にJCLのクリーンアップで消される）
               OPEN INPUT TRANS-FILE.
               OPEN EXTEND RPTDATA-FILE.
               IF SC-RPTDATA-FILE-STATUS = "35"
                   OPEN OUTPUT RPTDATA-FILE
                   CLOSE RPTDATA-FILE
                   OPEN EXTEND RPTDATA-FILE
               END-IF.
               OPEN EXTEND EXCEPTION-FILE.
               IF SC-EXCEPTION-FILE-STATUS = "35"
                   OPEN OUTPUT EXCEPTION-FILE
                   CLOSE EXCEPTION-FILE
                   OPEN EXTEND EXCEPTION-FILE
               END-IF.
               MOVE SPACES TO SC-EXCEPTION-LINE.
               STRING "EXCEPTIONS FOR " SC-RUN-DATE-NUM
                   "  CYCLE " SC-RUN-CYCLE
                   DELIMITED BY SIZE INTO SC-EXCEPTION-LINE
               END-STRING.
               WRITE EXCEPTION-RECORD FROM SC-EXCEPTION-LINE.
               OPEN EXTEND ACKDATA-FILE.
               IF SC-ACKDATA-FILE-STATUS = "35"
                   OPEN OUTPUT ACKDATA-FILE
                   CLOSE ACKDATA-FILE
                   OPEN EXTEND ACKDATA-FILE
               END-IF.

               *> 例外レコードは理由コード別の期間集計に使うため
               *> 日次で消さずに蓄積する（再実行時はBACKOUTで除去）
               MOVE SC-NUM-MIN TO RPTD-NUM-MIN.
               MOVE SC-NUM-MAX TO RPTD-NUM-MAX.
               MOVE SC-LINES-PER-PAGE TO RPTD-LPP.
               MOVE SC-RUN-CYCLE TO RPTD-CYCLE.
               WRITE RPTDATA-RECORD.

               OPEN EXTEND AUDIT-FILE.
                   PERFORM 9900-ABORT-RUN THRU 9900-EXIT
               END-IF.

               *> 口座別残高マスタ（口座保守ジョブACCTMNTが作る）。
               *> 開けないとX取引がすべて未登録口座ではじかれるため、
               *> 未作成も含めて即時異常終了する
               OPEN I-O ACCTMAST-FILE.
               IF SC-ACCTMAST-STATUS NOT = "00"
                   MOVE SPACES TO SC-ABORT-MESSAGE
                   STRING "ACCTMAST OPEN FAILED - STATUS "
                       SC-ACCTMAST-STATUS
                       DELIMITED BY SIZE INTO SC-ABORT-MESSAGE
                   END-STRING
                   PERFORM 9900-ABORT-RUN THRU 9900-EXIT
               END-IF.

               PERFORM 2100-READ-TRANS THRU 2100-EXIT.

               PERFORM 1500-LOAD-LANGUAGES THRU 1500-EXIT.
                   GO TO 1400-EXIT
               END-IF.
               SET BDC-REQ-VALIDATE TO TRUE.
               MOVE SPACES TO BDC-CURRENCY.
               MOVE SC-RUN-DATE-NUM TO BDC-DATE-1.
               CALL "BDAYCALC" USING BDC.
               IF BDC-STATUS-BAD-DATE
                   GO TO 1400-EXIT
               END-IF.
               SET BDC-REQ-NEXT TO TRUE.
               MOVE SPACES TO BDC-CURRENCY.
               MOVE SC-PROC-LAST-DATE TO BDC-DATE-1.
               CALL "BDAYCALC" USING BDC.
               MOVE BDC-RESULT-DATE TO SC-EXPECTED-DATE.
                               AND PROC-THRU-DATE > 0
                           MOVE PROC-THRU-DATE TO SC-PROC-LAST-DATE
                       END-IF
                       *> サイクル管理項目のない旧レコードは未処理扱い
                       IF PROC-CYCLE-DATE IS NUMERIC
                               AND PROC-LAST-CYCLE IS NUMERIC
                           MOVE PROC-CYCLE-DATE TO SC-PROC-CYCLE-DATE
                           MOVE PROC-LAST-CYCLE TO SC-PROC-LAST-CYCLE
                       ELSE
                           MOVE 0 TO SC-PROC-CYCLE-DATE
                           MOVE 0 TO SC-PROC-LAST-CYCLE
                       END-IF
               END-READ.
           1450-EXIT.
               EXIT.

           *> ---- 1470-VERIFY-CYCLE ---- <*
           *> TRANSINヘッダのサイクル番号が、その日の最後に正常終了
           *> したサイクルの次であることを確かめる（その日の最初の
           *> 実行なら01）。同じサイクルの二重投入と飛ばしを防ぐ
           1470-VERIFY-CYCLE.
               IF SC-OVERRIDE
                   GO TO 1470-EXIT
               END-IF.
               IF SC-PROC-CYCLE-DATE = SC-RUN-DATE-NUM
                   COMPUTE SC-EXPECTED-CYCLE = SC-PROC-LAST-CYCLE + 1
               ELSE
                   MOVE 1 TO SC-EXPECTED-CYCLE
               END-IF.
               IF SC-RUN-CYCLE NOT = SC-EXPECTED-CYCLE
                   MOVE SPACES TO SC-ABORT-MESSAGE
                   STRING "TRANSIN CYCLE " SC-RUN-CYCLE
                       " BUT NEXT EXPECTED CYCLE IS " SC-EXPECTED-CYCLE
                       DELIMITED BY SIZE INTO SC-ABORT-MESSAGE
                   END-STRING
                   PERFORM 9900-ABORT-RUN THRU 9900-EXIT
               END-IF.
           1470-EXIT.
               EXIT.

           *> ---- 1500-LOAD-LANGUAGES ---- <*
           1500-LOAD-LANGUAGES.
               OPEN INPUT LANGMAST-FILE.
                   SET RPTD-TYPE-DETAIL TO TRUE
                   MOVE SC-RUN-DATE-NUM TO RPTD-DATE
                   MOVE NUM TO RPTD-NUM
                   MOVE SC-RUN-CYCLE TO RPTD-CYCLE
                   IF FUNCTION MOD(NUM, 2) = 0
                       THEN
                       DISPLAY "Even number."
               END-IF.

           2000-READ-NEXT.
               PERFORM 2095-WRITE-ACK THRU 2095-EXIT.
               PERFORM 2100-READ-TRANS THRU 2100-EXIT.
           2000-EXIT.
               EXIT.
               MOVE TRANS-REC-TYPE TO EXCP-REC-TYPE.
               MOVE SC-EXCEPTION-CODE TO EXCP-REASON-CODE.
               MOVE TRANS-DATA TO EXCP-DATA.
               MOVE TRANS-ACCOUNT TO EXCP-ACCOUNT.
               MOVE TRANS-SOURCE TO EXCP-SOURCE.
               MOVE SC-RUN-CYCLE TO EXCP-CYCLE.
               WRITE EXCP-RECORD.
           2065-EXIT.
               EXIT.
                   PERFORM 2065-WRITE-EXCP-RECORD THRU 2065-EXIT
                   ADD 1 TO SC-TRANS-REJ-COUNT
                   PERFORM 2080-WRITE-SUSPENSE THRU 2080-EXIT
                   GO TO 2070-EXIT
               END-IF.
               PERFORM 2078-VALIDATE-ACCOUNT THRU 2078-EXIT.
           2070-EXIT.
               EXIT.

           2076-EXIT.
               EXIT.

           *> ---- 2078-VALIDATE-ACCOUNT ---- <*
           *> X取引の口座と通貨で残高マスタを引き、未登録または
           *> 解約済みの口座宛ての取引は計算せずにはじく
           2078-VALIDATE-ACCOUNT.
               MOVE TRANS-ACCOUNT TO ACCTMAST-NUMBER.
               MOVE TRANS-XYZ-CCY TO ACCTMAST-CCY.
               READ ACCTMAST-FILE
                   INVALID KEY
                       SET SC-NUM-INVALID TO TRUE
                       MOVE "ACCOUNT UNKNOWN FOR CURRENCY"
                           TO SC-EXCEPTION-REASON
                   NOT INVALID KEY
                       IF ACCTMAST-CLOSED
                           SET SC-NUM-INVALID TO TRUE
                           MOVE "ACCOUNT IS CLOSED"
                               TO SC-EXCEPTION-REASON
                       END-IF
               END-READ.
               IF SC-NUM-INVALID
                   MOVE "R030" TO SC-EXCEPTION-CODE
                   MOVE SPACES TO SC-EXCEPTION-LINE
                   STRING "REJECTED XYZ ACCOUNT: " TRANS-ACCOUNT
                       " " TRANS-XYZ-CCY
                       "  REASON: " SC-EXCEPTION-REASON
                       DELIMITED BY SIZE INTO SC-EXCEPTION-LINE
                   END-STRING
                   WRITE EXCEPTION-RECORD FROM SC-EXCEPTION-LINE
                   PERFORM 2065-WRITE-EXCP-RECORD THRU 2065-EXIT
                   ADD 1 TO SC-TRANS-REJ-COUNT
                   PERFORM 2080-WRITE-SUSPENSE THRU 2080-EXIT
               END-IF.
           2078-EXIT.
               EXIT.

           *> ---- 2080-WRITE-SUSPENSE ---- <*
           *> はじいた取引は保留ファイルにも残し、後続の訂正処理で
           *> 再投入できるようにする
               MOVE TRANS-REC-TYPE TO SUSP-REC-TYPE.
               MOVE TRANS-DATA TO SUSP-DATA.
               MOVE SC-EXCEPTION-REASON TO SUSP-REASON.
               MOVE TRANS-ACCOUNT TO SUSP-ACCOUNT.
               MOVE TRANS-SOURCE TO SUSP-SOURCE.
               WRITE SUSP-RECORD.
           2080-EXIT.
               EXIT.
               MOVE SC-RUN-DATE-NUM TO REG-DATE.
               MOVE TRANS-REC-TYPE TO REG-REC-TYPE.
               MOVE TRANS-DATA TO REG-DATA.
               MOVE TRANS-ACCOUNT TO REG-ACCOUNT.
               READ REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   MOVE SC-RUN-DATE-NUM TO REG-DATE
                   MOVE TRANS-REC-TYPE TO REG-REC-TYPE
                   MOVE TRANS-DATA TO REG-DATA
                   MOVE TRANS-ACCOUNT TO REG-ACCOUNT
                   WRITE REGISTRY-RECORD
                       INVALID KEY
                           CONTINUE
           2090-EXIT.
               EXIT.

           *> ---- 2095-WRITE-ACK ---- <*
           *> 明細１件の処理結果（受理・重複・却下・換算保留）を
           *> 受信元つきで残す。受信元別の受領通知はここから作る
           2095-WRITE-ACK.
               MOVE SPACES TO ACK-RECORD.
               MOVE SC-RUN-DATE-NUM TO ACK-RUN-DATE.
               MOVE TRANS-SOURCE TO ACK-SOURCE.
               MOVE TRANS-REC-TYPE TO ACK-REC-TYPE.
               MOVE TRANS-DATA TO ACK-DATA.
               MOVE TRANS-ACCOUNT TO ACK-ACCOUNT.
               MOVE SC-RUN-CYCLE TO ACK-CYCLE.
               EVALUATE TRUE
                   WHEN SC-DUPLICATE
                       SET ACK-DUPLICATE TO TRUE
                   WHEN SC-NUM-INVALID
                       SET ACK-REJECTED TO TRUE
                       MOVE SC-EXCEPTION-CODE TO ACK-REASON-CODE
                   WHEN SC-CNV-SUSPENDED
                       SET ACK-SUSPENDED TO TRUE
                       MOVE SC-EXCEPTION-CODE TO ACK-REASON-CODE
                   WHEN OTHER
                       SET ACK-ACCEPTED TO TRUE
               END-EVALUATE.
               WRITE ACK-RECORD.
               MOVE "N" TO SC-CNV-SUSPENDED-SWITCH.
           2095-EXIT.
               EXIT.

           *> ---- 2100-READ-TRANS ---- <*
           *> コントロールレコード（ヘッダ／トレーラ）を検証しつつ
           *> 次の明細レコードまで読み進める
                   END-STRING
                   PERFORM 9900-ABORT-RUN THRU 9900-EXIT
               END-IF.
               *> サイクル番号のない（従来形式の）ヘッダは01とみなす
               IF TRANS-HDR-CYCLE IS NUMERIC
                       AND TRANS-HDR-CYCLE NOT = "00"
                   MOVE TRANS-HDR-CYCLE TO SC-RUN-CYCLE
               ELSE
                   MOVE 1 TO SC-RUN-CYCLE
               END-IF.
               SET SC-HEADER-SEEN TO TRUE.
           2120-EXIT.
               EXIT.
               CLOSE RPTDATA-FILE.
               CLOSE EXCEPTION-FILE.
               CLOSE EXCPDATA-FILE.
               CLOSE ACKDATA-FILE.
               CLOSE REGISTRY-FILE.
               CLOSE ACCTMAST-FILE.
               CLOSE AUDIT-FILE.
               CLOSE XYZOUT-FILE.
               CLOSE SUSPENSE-FILE.
           *> 処理＝XYZOUT出力＋換算保留を証明できるようにする
           4060-SUSPEND-CONVERSION.
               ADD 1 TO SC-CNV-SUSP-COUNT.
               SET SC-CNV-SUSPENDED TO TRUE.
               PERFORM 2065-WRITE-EXCP-RECORD THRU 2065-EXIT.
               PERFORM 2080-WRITE-SUSPENSE THRU 2080-EXIT.
           4060-EXIT.
               MOVE CURRENCY-CODE TO XYZOUT-CURRENCY-CODE.
               MOVE CNV-REPORTING-AMOUNT TO XYZOUT-Z-REPORTING.
               MOVE SC-RUN-DATE-NUM TO XYZOUT-RUN-DATE.
               MOVE TRANS-ACCOUNT TO XYZOUT-ACCOUNT.
               MOVE TRANS-SOURCE TO XYZOUT-SOURCE.
               MOVE XYZ-OPERATION TO XYZOUT-OPERATION.
               MOVE SC-RUN-CYCLE TO XYZOUT-CYCLE.
               PERFORM 4250-GET-VALUE-DATE THRU 4250-EXIT.
               MOVE SC-VALUE-DATE TO XYZOUT-VALUE-DATE.
               WRITE XYZOUT-RECORD.
               ADD 1 TO SC-XYZ-WRITTEN-COUNT.
               PERFORM 4300-POST-ACCOUNT THRU 4300-EXIT.
           4200-EXIT.
               EXIT.

           *> ---- 4250-GET-VALUE-DATE ---- <*
           *> 実行日に通貨の決済日数を進め、その通貨の休日を避けた
           *> 決済日を求める。求められなければ実行日とする
           4250-GET-VALUE-DATE.
               MOVE 0 TO SC-VDATE-INDEX.
               MOVE 1 TO SC-VDATE-COUNTER.
               PERFORM 4260-FIND-VALUE-DATE THRU 4260-EXIT
                   UNTIL SC-VDATE-COUNTER > SC-VDATE-COUNT
                       OR SC-VDATE-INDEX > 0.
               IF SC-VDATE-INDEX > 0
                   MOVE SC-VDATE-DATE(SC-VDATE-INDEX) TO SC-VALUE-DATE
                   GO TO 4250-EXIT
               END-IF.
               SET BDC-REQ-SETTLE TO TRUE.
               MOVE CURRENCY-CODE TO BDC-CURRENCY.
               MOVE SC-RUN-DATE-NUM TO BDC-DATE-1.
               CALL "BDAYCALC" USING BDC.
               IF BDC-STATUS-OK OR BDC-STATUS-HOME-CALENDAR
                   MOVE BDC-RESULT-DATE TO SC-VALUE-DATE
               ELSE
                   MOVE SC-RUN-DATE-NUM TO SC-VALUE-DATE
               END-IF.
               IF SC-VDATE-COUNT < SC-MAX-VDATES
                   ADD 1 TO SC-VDATE-COUNT
                   MOVE CURRENCY-CODE TO SC-VDATE-CCY(SC-VDATE-COUNT)
                   MOVE SC-VALUE-DATE TO SC-VDATE-DATE(SC-VDATE-COUNT)
               END-IF.
           4250-EXIT.
               EXIT.

           *> ---- 4260-FIND-VALUE-DATE ---- <*
           4260-FIND-VALUE-DATE.
               IF SC-VDATE-CCY(SC-VDATE-COUNTER) = CURRENCY-CODE
                   MOVE SC-VDATE-COUNTER TO SC-VDATE-INDEX
               END-IF.
               ADD 1 TO SC-VDATE-COUNTER.
           4260-EXIT.
               EXIT.

           *> ---- 4300-POST-ACCOUNT ---- <*
           *> XYZOUTに書いたZ結果を口座別残高マスタへ計上する。
           *> その日最初の計上なら前日締め残高を開始残高へ繰り越す。
           *> OVERRIDEで過去日を再処理した場合は、既に繰り越し済みの
           *> 開始残高側に計上して締め残高との整合を保つ
           4300-POST-ACCOUNT.
               MOVE TRANS-ACCOUNT TO ACCTMAST-NUMBER.
               MOVE CURRENCY-CODE TO ACCTMAST-CCY.
               READ ACCTMAST-FILE
                   INVALID KEY
                       DISPLAY "ACCTMAST RECORD LOST FOR "
                           ACCTMAST-KEY
                       IF SC-JOB-RC < 8
                           MOVE 8 TO SC-JOB-RC
                       END-IF
                       GO TO 4300-EXIT
               END-READ.
               IF ACCTMAST-BAL-DATE < SC-RUN-DATE-NUM
                   MOVE ACCTMAST-CLOSING-BAL TO ACCTMAST-OPENING-BAL
                   MOVE 0 TO ACCTMAST-DAY-ACTIVITY
                   MOVE SC-RUN-DATE-NUM TO ACCTMAST-BAL-DATE
               END-IF.
               IF ACCTMAST-BAL-DATE = SC-RUN-DATE-NUM
                   ADD Z TO ACCTMAST-DAY-ACTIVITY
               ELSE
                   ADD Z TO ACCTMAST-OPENING-BAL
               END-IF.
               ADD Z TO ACCTMAST-CLOSING-BAL.
               IF ACCTMAST-LAST-ACT-DATE < SC-RUN-DATE-NUM
                   MOVE ACCTMAST-LAST-ACT-DATE
                       TO ACCTMAST-PREV-ACT-DATE
                   MOVE SC-RUN-DATE-NUM TO ACCTMAST-LAST-ACT-DATE
               END-IF.
               REWRITE ACCTMAST-RECORD
                   INVALID KEY
                       DISPLAY "ACCTMAST REWRITE FAILED FOR "
                           ACCTMAST-KEY
                       IF SC-JOB-RC < 8
                           MOVE 8 TO SC-JOB-RC
                       END-IF
                       GO TO 4300-EXIT
               END-REWRITE.
           4300-EXIT.
               EXIT.

           *> ---- 5000-SHOW-LANGUAGES ---- <*
           5000-SHOW-LANGUAGES.
               *> 配列のループ
               EXIT.

           *> ---- 8000-WRITE-RUN-CONTROL ---- <*
           *> 残高照合プログラムが突き合わせる件数記録。
           *> サイクルごとに１件追記する
           8000-WRITE-RUN-CONTROL.
               OPEN EXTEND RUNCTL-FILE.
               IF SC-RUNCTL-FILE-STATUS = "35"
                   OPEN OUTPUT RUNCTL-FILE
                   CLOSE RUNCTL-FILE
                   OPEN EXTEND RUNCTL-FILE
               END-IF.
               MOVE SC-RUN-DATE-NUM TO RUNCTL-DATE.
               MOVE SC-TRANS-READ-COUNT TO RUNCTL-READ-COUNT.
               MOVE SC-TRANS-PROC-COUNT TO RUNCTL-PROC-COUNT.
               MOVE SC-DUP-COUNT TO RUNCTL-DUP-COUNT.
               MOVE SC-XYZ-WRITTEN-COUNT TO RUNCTL-XYZWR-COUNT.
               MOVE SC-CNV-SUSP-COUNT TO RUNCTL-CNVS-COUNT.
               MOVE SC-RUN-CYCLE TO RUNCTL-CYCLE.
               WRITE RUNCTL-RECORD.
               CLOSE RUNCTL-FILE.
           8000-EXIT.
           *> ---- 8800-UPDATE-PROC-DATE ---- <*
           *> 正常に処理し終えた日付を処理済み管理レコードに残す
           *> （次回の実行日順序検査の基準になる）。OVERRIDEでの
           *> 過去日再処理では基準を後退させないため更新しない。
           *> 処理済み日はFINALの締めサイクルでだけ進め、途中の
           *> サイクルでは終了したサイクル番号だけを残す
           8800-UPDATE-PROC-DATE.
               IF SC-JOB-RC > 4
                   GO TO 8800-EXIT
                   GO TO 8800-EXIT
               END-IF.
               OPEN OUTPUT PROCDATE-FILE.
               IF SC-FINAL-CYCLE
                   MOVE SC-RUN-DATE-NUM TO PROC-THRU-DATE
               ELSE
                   MOVE SC-PROC-LAST-DATE TO PROC-THRU-DATE
               END-IF.
               MOVE SC-RUN-DATE-NUM TO PROC-CYCLE-DATE.
               MOVE SC-RUN-CYCLE TO PROC-LAST-CYCLE.
               WRITE PROCDATE-RECORD.
               CLOSE PROCDATE-FILE.
           8800-EXIT.
               MOVE SC-TRANS-READ-COUNT TO RLOG-COUNT-1.
               MOVE SC-TRANS-PROC-COUNT TO RLOG-COUNT-2.
               MOVE SC-TRANS-REJ-COUNT TO RLOG-COUNT-3.
               IF SC-RUN-CYCLE = 0
                   MOVE SPACES TO RLOG-CYCLE
               ELSE
                   MOVE SC-RUN-CYCLE TO RLOG-CYCLE
               END-IF.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
