           *> ===== ======================= ===== <*
           *> ===== SHARED MAINTENANCE APPROVAL RECORD ===== <*
           *> ===== ======================= ===== <*
           *> LANGMNT・RATEMNT が起票したマスタ変更の承認待ち行。
           *> 起票者と別の承認者が MNTAPPR で承認／却下し、承認済み
           *> の行だけが日次の LANGMNT・RATEMNT で適用される。
           *> キーは起票日・時刻・起票ラン内の連番
           01 PEND-RECORD.
              03 PEND-KEY.
                 05 PEND-SUBMIT-DATE PIC 9(08).
                 05 PEND-SUBMIT-TIME PIC 9(08).
                 05 PEND-SEQ PIC 9(04).
              03 PEND-MASTER PIC X(04).
                 88 PEND-FOR-LANG VALUE "LANG".
                 88 PEND-FOR-RATE VALUE "RATE".
              03 PEND-MAKER PIC X(08).
              03 PEND-STATUS PIC X(01).
                 88 PEND-AWAITING VALUE "P".
                 88 PEND-APPROVED VALUE "A".
                 88 PEND-REJECTED VALUE "R".
                 88 PEND-APPLIED VALUE "X".
                 88 PEND-APPLY-FAILED VALUE "F".
              03 PEND-CHECKER PIC X(08).
              03 PEND-DECIDE-DATE PIC 9(08).
              03 PEND-APPLY-DATE PIC 9(08).
              *> 却下理由または適用結果のメッセージ
              03 PEND-NOTE PIC X(40).
              *> 起票された取引の原文（LANGTRNS／RATETRNS のレイアウト）
              03 PEND-TRANS PIC X(46).
              03 PEND-LANG-TRANS REDEFINES PEND-TRANS.
                 05 PEND-LANG-ACTION PIC X(01).
                 05 PEND-LANG-CODE PIC X(08).
                 05 PEND-LANG-NAME PIC X(20).
                 05 PEND-LANG-STATUS PIC X(01).
                 05 PEND-LANG-EFF-DATE PIC X(08).
                 05 PEND-LANG-EXP-DATE PIC X(08).
              03 PEND-RATE-TRANS REDEFINES PEND-TRANS.
                 05 PEND-RATE-ACTION PIC X(01).
                 05 PEND-RATE-CCY PIC X(03).
                 05 PEND-RATE-RATE PIC X(09).
                 05 PEND-RATE-EFF-DATE PIC X(08).
                 05 FILLER PIC X(25).
