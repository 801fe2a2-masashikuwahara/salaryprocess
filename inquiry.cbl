                   SELECT LEDGER-F ASSIGN TO 'ledger.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS2.
                   SELECT RETLOG-F ASSIGN TO DYNAMIC RETLOG-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS3.
                   SELECT REISSUE-F ASSIGN TO 'reissue.txt'
                   SELECT AUDIT-F ASSIGN TO 'audit.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
                   SELECT INQ-F ASSIGN TO DYNAMIC INQ-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS6.
       DATA DIVISION.
       FILE SECTION.
      *>  照会対象の従業員番号のパラメタファイル。7-8桁目は
      *>  照会する会社の会社コード（空白なら自社）
       FD INQPARM-F.
       01 INQPARM-REC.
           03 PARM-INQ-EMP-ID PIC 9(6).
           03 PARM-INQ-COMPANY PIC X(2).
      *>  支給履歴（バッチ本体と同じ様式）
       FD LEDGER-F.
       01 LEDGER-REC.
           03 LIN-GROSS PIC 9(6).
           03 LIN-TAX PIC 9(6).
           03 LIN-INSURANCE PIC 9(6).
           03 LIN-COMPANY PIC X(2).
           03 LIN-RUN-ID PIC X(18).
           03 LIN-RUN-SEQ PIC 9(6).
      *>  返戻処理のログ（返戻理由コードを履歴の取消行に添える。
      *>  返戻処理と同じく自社以外の会社は会社コード付きの名前）
       FD RETLOG-F.
       01 RETLOG-REC.
           03 LOG-DATE PIC 9(8).
       01 REISSUE-REC.
           03 REI-EMP-ID PIC 9(6).
           03 REI-AMOUNT PIC 9(6).
      *>  再支給する会社の会社コード（旧様式の行は空白＝自社）
           03 REI-COMPANY PIC X(2).
      *>  マスタ変更の監査証跡（適用前後のイメージ付き）。
      *>  従業員マスタのイメージの末尾2桁が会社コード
       FD AUDIT-F.
       01 AUDIT-REC.
           03 AUD-DATE PIC 9(8).
           03 AUD-TYPE PIC X(1).
           03 AUD-EMP-ID PIC 9(6).
           03 AUD-BEFORE-EMP.
               05 FILLER PIC X(34).
               05 AUD-BEFORE-COMPANY PIC X(2).
           03 AUD-BEFORE-PII PIC X(63).
           03 AUD-AFTER-EMP.
               05 FILLER PIC X(34).
               05 AUD-AFTER-COMPANY PIC X(2).
           03 AUD-AFTER-PII PIC X(63).
           03 AUD-RUN-ID PIC X(18).
           03 AUD-RUN-SEQ PIC 9(6).
      *>  照会レポート（1従業員の時系列の明細）
       FD INQ-F.
       01 INQ-LINE PIC X(113).
       WORKING-STORAGE SECTION.
       01 F-STATUS PIC XX.
       01 F-STATUS2 PIC XX.
       01 F-STATUS6 PIC XX.
       01 RUN-DATE PIC 9(8).
       01 INQ-EMP-ID PIC 9(6) VALUE ZERO.
      *>  照会する会社。他の会社の支給履歴・マスタ変更・再支給指示
      *>  は出さない。自社以外の会社は返戻ログと出力ファイルの名前
      *>  の頭に会社コードを付ける
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 INQ-FNAME PIC X(24) VALUE "inquiry.txt".
       01 RETLOG-FNAME PIC X(24) VALUE "retlog.txt".
       01 AUDIT-COMPANY-W PIC X(2).
       01 OTHER-CO-COUNT PIC 9(6) VALUE ZERO.
       01 EOF-LEDGER PIC X VALUE "N".
       01 EOF-RETLOG PIC X VALUE "N".
       01 EOF-REISSUE PIC X VALUE "N".
           03 EVENT-ENTRY OCCURS 500 TIMES.
               05 EV-DATE PIC 9(8).
               05 EV-PRINTED PIC X(1).
               05 EV-TEXT PIC X(113).
               05 EV-TEXT2 PIC X(113).
               05 EV-TEXT3 PIC X(113).
       01 EVENT-MAX PIC 9(4) VALUE 500.
       01 EVENT-COUNT PIC 9(4) VALUE ZERO.
       01 EVENT-SUB PIC 9(4) VALUE ZERO.
           03 FILLER PIC X(6) VALUE "   AS ".
           03 FILLER PIC X(3) VALUE "OF ".
           03 INQ-HEAD-DATE PIC 9(8).
           03 FILLER PIC X(10) VALUE "   COMPANY".
           03 FILLER PIC X(1) VALUE " ".
           03 INQ-HEAD-COMPANY PIC X(2).
       01 INQ-RULE-LINE.
           03 FILLER PIC X(60) VALUE ALL "-".
       01 INQ-DETAIL-LINE.
           03 INQ-D-AMOUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE "  ".
           03 INQ-D-EXTRA PIC X(20).
      *>  その行を書いた実行の実行IDと実行内の連番
           03 FILLER PIC X(2) VALUE "  ".
           03 INQ-D-RUN-ID PIC X(18).
           03 FILLER PIC X(1) VALUE " ".
           03 INQ-D-RUN-SEQ PIC X(6).
       01 INQ-IMAGE-LINE.
           03 FILLER PIC X(5) VALUE "     ".
           03 INQ-I-LABEL PIC X(8).
           03 INQ-I-EMP PIC X(36).
           03 FILLER PIC X(1) VALUE " ".
           03 INQ-I-PII PIC X(63).
       01 INQ-PEND-LINE.
           03 FILLER PIC X(12) VALUE "PENDING     ".
           03 FILLER PIC X(22) VALUE "REISSUE WAITING RUN   ".
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-INQ-PARM.
           IF RUN-COMPANY NOT = HOME-COMPANY
               MOVE RUN-COMPANY TO CO-FNAME-CO
               MOVE INQ-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO INQ-FNAME
               MOVE RETLOG-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO RETLOG-FNAME
           END-IF.
           OPEN OUTPUT INQ-F.
           IF F-STATUS6 NOT = "00"
               DISPLAY "OPEN ERROR " INQ-FNAME " " F-STATUS6
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE INQ-EMP-ID TO INQ-HEAD-EMP.
           MOVE RUN-DATE TO INQ-HEAD-DATE.
           MOVE RUN-COMPANY TO INQ-HEAD-COMPANY.
           WRITE INQ-LINE FROM INQ-HEAD-LINE.
           WRITE INQ-LINE FROM INQ-RULE-LINE.
      *>  返戻ログを先に読み、取消行に理由コードを添えられるように
           PERFORM PRINT-CHRONOLOGY.
           PERFORM PRINT-PENDING-REISSUE.
           PERFORM PRINT-SUMMARY.
           DISPLAY "INQUIRY FOR EMPLOYEE " INQ-EMP-ID
               " COMPANY " RUN-COMPANY.
           DISPLAY "LEDGER LINES:   " LEDGER-LINE-COUNT.
           DISPLAY "MASTER CHANGES: " AUDIT-LINE-COUNT.
           DISPLAY "PENDING REISSUE:" REISSUE-PEND-COUNT.
           DISPLAY "OTHER COMPANY:  " OTHER-CO-COUNT.
           CLOSE INQ-F.
           STOP RUN.
      *----------<サブルーチン>----------
                   IF PARM-INQ-EMP-ID IS NUMERIC
                       AND PARM-INQ-EMP-ID > ZERO
                       MOVE PARM-INQ-EMP-ID TO INQ-EMP-ID
                       IF PARM-INQ-COMPANY NOT = SPACE
                           MOVE PARM-INQ-COMPANY TO RUN-COMPANY
                       END-IF
                   ELSE
                       DISPLAY "INQ PARM INVALID - SPECIFY EMP-ID."
                       MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO EOF-LEDGER
               NOT AT END
                   IF LIN-EMP-ID = INQ-EMP-ID
      *>  他の会社の行は数えるだけ（会社コードの無い古い行は自社）
                       IF LIN-COMPANY NOT = RUN-COMPANY
                           AND (LIN-COMPANY NOT = SPACE
                           OR RUN-COMPANY NOT = HOME-COMPANY)
                           ADD 1 TO OTHER-CO-COUNT
                       ELSE
                           ADD 1 TO LEDGER-LINE-COUNT
                           PERFORM POST-LEDGER-EVENT
                       END-IF
                   END-IF
           END-READ.
       EXIT.
      *>  支給履歴1行分を出来事として編集する
      *>  "P"=支給、"R"=返戻取消（返戻理由を添える）、"S"=再支給、
      *>  "A"=追加支給、"C"=回収、"U"=未請求現金の戻し入れ、
      *>  "D"=控除命令による控除、空白＝旧様式（支給として扱う）
       POST-LEDGER-EVENT SECTION.
           INITIALIZE INQ-DETAIL-LINE.
           MOVE LIN-RUN-DATE TO DATE-SPLIT-W.
           MOVE DSP-DD TO INQ-D-DD.
           MOVE LIN-AMOUNT TO INQ-D-AMOUNT.
           MOVE SPACE TO INQ-D-EXTRA.
           MOVE LIN-RUN-ID TO INQ-D-RUN-ID.
           MOVE LIN-RUN-SEQ TO INQ-D-RUN-SEQ.
           EVALUATE LIN-TYPE
               WHEN "P"
                   MOVE "PAID                  " TO INQ-D-TEXT
                   PERFORM SET-CYCLE-EXTRA
               WHEN "U"
                   MOVE "UNCLAIMED RETURNED    " TO INQ-D-TEXT
               WHEN "D"
                   MOVE "ORDER DEDUCTION       " TO INQ-D-TEXT
                   PERFORM SET-CYCLE-EXTRA
               WHEN OTHER
                   MOVE "PAID (OLD FORMAT)     " TO INQ-D-TEXT
           END-EVALUATE.
                   MOVE "Y" TO EOF-AUDIT
               NOT AT END
                   IF AUD-EMP-ID = INQ-EMP-ID
                       PERFORM SET-AUDIT-COMPANY
                       IF AUDIT-COMPANY-W NOT = RUN-COMPANY
                           AND (AUDIT-COMPANY-W NOT = SPACE
                           OR RUN-COMPANY NOT = HOME-COMPANY)
                           ADD 1 TO OTHER-CO-COUNT
                       ELSE
                           ADD 1 TO AUDIT-LINE-COUNT
                           PERFORM POST-AUDIT-EVENT
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  監査証跡1行がどの会社のものかを決める。適用後の
      *>  マスタイメージの会社コード、無ければ適用前のもの。
      *>  支払保留の設定・解除（"H"・"R"）はマスタイメージを
      *>  持たないため、照会する会社のものとして扱う
       SET-AUDIT-COMPANY SECTION.
           IF AUD-TYPE = "H" OR AUD-TYPE = "R"
               MOVE RUN-COMPANY TO AUDIT-COMPANY-W
           ELSE
               IF AUD-AFTER-EMP NOT = SPACE
                   MOVE AUD-AFTER-COMPANY TO AUDIT-COMPANY-W
               ELSE
                   MOVE AUD-BEFORE-COMPANY TO AUDIT-COMPANY-W
               END-IF
           END-IF.
       EXIT.

      *>  監査証跡1行分を出来事として編集する
       POST-AUDIT-EVENT SECTION.
           INITIALIZE INQ-DETAIL-LINE.
           MOVE DSP-DD TO INQ-D-DD.
           MOVE ZERO TO INQ-D-AMOUNT.
           MOVE SPACE TO INQ-D-EXTRA.
           MOVE AUD-RUN-ID TO INQ-D-RUN-ID.
           MOVE AUD-RUN-SEQ TO INQ-D-RUN-SEQ.
           EVALUATE AUD-TYPE
               WHEN "A"
                   MOVE "MASTER ADDED          " TO INQ-D-TEXT
                   MOVE "MASTER CHANGED        " TO INQ-D-TEXT
               WHEN "T"
                   MOVE "MASTER TERMINATED     " TO INQ-D-TEXT
               WHEN "H"
                   MOVE "PAYMENT HOLD PLACED   " TO INQ-D-TEXT
               WHEN "R"
                   MOVE "PAYMENT HOLD RELEASED " TO INQ-D-TEXT
               WHEN "P"
                   MOVE "MASTER PURGED         " TO INQ-D-TEXT
               WHEN "M"
                   MOVE "SALARY REVISION       " TO INQ-D-TEXT
               WHEN OTHER
                   MOVE "MASTER MAINTENANCE    " TO INQ-D-TEXT
           END-EVALUATE.
       EXIT.

      *>  未処理の再支給指示を時系列の後に書き出す（まだ日付を
      *>  持たない、次回実行で現金支給される予定の金額。会社コード
      *>  の無い古い行は自社）
       PRINT-PENDING-REISSUE SECTION.
           OPEN INPUT REISSUE-F.
           IF F-STATUS4 NOT = "00"
                   MOVE "Y" TO EOF-REISSUE
               NOT AT END
                   IF REI-EMP-ID = INQ-EMP-ID
                       AND (REI-COMPANY = RUN-COMPANY
                       OR (REI-COMPANY = SPACE
                       AND RUN-COMPANY = HOME-COMPANY))
                       ADD 1 TO REISSUE-PEND-COUNT
                       MOVE REI-AMOUNT TO INQ-P-AMOUNT
                       WRITE INQ-LINE FROM INQ-PEND-LINE
