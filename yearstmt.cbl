                   SELECT STMTPARM-F ASSIGN TO 'stmtparm.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS3.
                   SELECT STMT-F ASSIGN TO DYNAMIC STMT-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
       DATA DIVISION.
           03 LIN-GROSS PIC 9(6).
           03 LIN-TAX PIC 9(6).
           03 LIN-INSURANCE PIC 9(6).
           03 LIN-COMPANY PIC X(2).
       FD PII-F.
       01 PII.
           03 PII-ID PIC 9(6).
           03 PII-BRANCH-CODE PIC X(03).
           03 PII-ACCOUNT-NO PIC X(07).
           03 PII-PAY-METHOD PIC X(01).
           03 PII-COMPANY PIC X(02).
      *>  対象年のパラメタファイル（無ければ実行日の年を使う）。
      *>  5-6桁目は対象の会社コード（空白なら自社）
       FD STMTPARM-F.
       01 STMTPARM-REC.
           03 PARM-STMT-YY PIC 9(4).
           03 PARM-STMT-COMPANY PIC X(2).
      *>  源泉徴収票（従業員ごとの1ブロックと、最後に会社合計の
      *>  コントロールページを印字する）
       FD STMT-F.
           03 RUN-YY PIC 9(4).
           03 RUN-MMDD PIC 9(4).
       01 STMT-YY PIC 9(4) VALUE ZERO.
      *>  対象の会社。源泉徴収票は会社ごとに作り、自社以外の
      *>  会社は出力ファイル名の頭に会社コードを付ける
      *>  （例 02withhold.txt）。会社コードの無い古い行は自社
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 STMT-FNAME PIC X(24) VALUE "withhold.txt".
       01 OTHER-CO-COUNT PIC 9(6) VALUE ZERO.
       01 EOF-LEDGER PIC X VALUE "N".
       01 EOF-PII PIC X VALUE "N".
       01 LEDGER-READ-COUNT PIC 9(6) VALUE ZERO.
       01 STMT-YEAR-LINE.
           03 FILLER PIC X(21) VALUE "YEAR               : ".
           03 STMT-YEAR-OUT PIC 9(4).
       01 STMT-COMPANY-LINE.
           03 FILLER PIC X(21) VALUE "COMPANY            : ".
           03 STMT-COMPANY-OUT PIC X(2).
       01 STMT-EMP-LINE.
           03 FILLER PIC X(21) VALUE "EMPLOYEE NO        : ".
           03 STMT-EMP-ID PIC 9(6).
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-YY TO STMT-YY.
           PERFORM READ-STMT-PARM.
           IF RUN-COMPANY NOT = HOME-COMPANY
               MOVE RUN-COMPANY TO CO-FNAME-CO
               MOVE STMT-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO STMT-FNAME
           END-IF.
           MOVE RUN-COMPANY TO STMT-COMPANY-OUT.
           OPEN INPUT LEDGER-F.
           IF F-STATUS NOT = "00"
               DISPLAY "OPEN ERROR ledger.txt " F-STATUS
           END-IF.
           OPEN OUTPUT STMT-F.
           IF F-STATUS4 NOT = "00"
               DISPLAY "OPEN ERROR " STMT-FNAME " " F-STATUS4
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-STATEMENT UNTIL YTD-SUB > YTD-COUNT.
           PERFORM WRITE-CONTROL-PAGE.
           DISPLAY "STATEMENT YEAR:     " STMT-YY.
           DISPLAY "COMPANY:            " RUN-COMPANY.
           DISPLAY "EMPLOYEES PRINTED:  " YTD-COUNT.
           DISPLAY "LEDGER LINES READ:  " LEDGER-READ-COUNT.
           DISPLAY "OTHER COMPANY LINES:" OTHER-CO-COUNT.
           CLOSE LEDGER-F.
           CLOSE PII-F.
           CLOSE STMT-F.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  対象年をパラメタファイルから読み込む（年末に実行する年と
      *>  対象年が違うことがあるため外出しする。無ければ実行日の年）。
      *>  会社コードが無いか空白なら自社の源泉徴収票を作る
       READ-STMT-PARM SECTION.
           OPEN INPUT STMTPARM-F.
           IF F-STATUS3 NOT = "00"
                   IF PARM-STMT-YY IS NUMERIC
                       MOVE PARM-STMT-YY TO STMT-YY
                   END-IF
                   IF PARM-STMT-COMPANY NOT = SPACE
                       MOVE PARM-STMT-COMPANY TO RUN-COMPANY
                   END-IF
               END-READ
               CLOSE STMTPARM-F
           END-IF.
           END-READ.
       EXIT.

      *>  支給履歴を1件ずつ読み、対象の会社の対象年の行を年間
      *>  集計テーブルに反映する（他の会社の行は数えるだけ）
       LOAD-LEDGER-LINE SECTION.
           READ LEDGER-F
               AT END
                   MOVE "Y" TO EOF-LEDGER
               NOT AT END
                   ADD 1 TO LEDGER-READ-COUNT
                   IF LIN-COMPANY NOT = RUN-COMPANY
                       AND (LIN-COMPANY NOT = SPACE
                       OR RUN-COMPANY NOT = HOME-COMPANY)
                       ADD 1 TO OTHER-CO-COUNT
                   ELSE
                       IF LIN-RUN-YY = STMT-YY
                           ADD 1 TO YEAR-LINE-COUNT
                           PERFORM POST-YTD-ENTRY
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  支給履歴1件分を年間集計テーブルに反映する。
      *>  "P"・"S"・追加支給"A"・旧様式（空白）は加算、控除命令の
      *>  控除"D"も本人の支給から差し引いて支払先に回した額の
      *>  ため差引支給額に加算する（内訳は0）。"R"と
      *>  未請求戻し"U"は差引支給額を減算、回収"C"は差引支給額と
      *>  内訳を減算。内訳欄のない旧様式の行は内訳0として件数
      *>  だけ控えておく
           WRITE STMT-LINE FROM STMT-TITLE-LINE.
           WRITE STMT-LINE FROM STMT-BORDER-LINE.
           WRITE STMT-LINE FROM STMT-YEAR-LINE.
           WRITE STMT-LINE FROM STMT-COMPANY-LINE.
           WRITE STMT-LINE FROM STMT-EMP-LINE.
           WRITE STMT-LINE FROM STMT-NAME-LINE.
           WRITE STMT-LINE FROM STMT-GROSS-LINE.
           ADD 1 TO YTD-SUB.
       EXIT.

      *>  氏名テーブルから従業員の氏名を引き当てる。退職者は
      *>  保存期間中はマスタに残るので氏名を引き当てられる。
      *>  削除済みなどでマスタに無い従業員は氏名欄を空白で印字する
       NAME-LOOKUP SECTION.
           MOVE 1 TO NAME-SUB.
           MOVE "N" TO NAME-FOUND.
           WRITE STMT-LINE FROM CTL-TITLE-LINE.
           WRITE STMT-LINE FROM STMT-BORDER-LINE.
           WRITE STMT-LINE FROM STMT-YEAR-LINE.
           WRITE STMT-LINE FROM STMT-COMPANY-LINE.
           INITIALIZE CTL-COUNT-LINE.
           MOVE YTD-COUNT TO CTL-COUNT.
           WRITE STMT-LINE FROM CTL-COUNT-LINE.
