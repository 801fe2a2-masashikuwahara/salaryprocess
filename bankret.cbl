       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT RETURNS-F ASSIGN TO DYNAMIC RETURNS-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT LEDGER-F ASSIGN TO 'ledger.txt'
                   SELECT REISSUE-F ASSIGN TO 'reissue.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS3.
                   SELECT RETLOG-F ASSIGN TO DYNAMIC RETLOG-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
                   SELECT RETERR-F ASSIGN TO DYNAMIC RETERR-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
                   SELECT GLPOST-F ASSIGN TO DYNAMIC GLPOST-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS6.
                   SELECT RUNLOG-F ASSIGN TO 'runlog.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS7.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS8.
       DATA DIVISION.
       FILE SECTION.
      *>  銀行から返戻された振込の明細（従業員番号・返戻金額・
           03 LEDGER-GROSS PIC 9(6).
           03 LEDGER-TAX PIC 9(6).
           03 LEDGER-INSURANCE PIC 9(6).
           03 LEDGER-COMPANY PIC X(2).
      *>  書いた実行の実行ID（プログラム記号＋実行日＋実行時刻）と
      *>  その実行内での行の連番（旧様式の行は空白）
           03 LEDGER-RUN-ID PIC X(18).
           03 LEDGER-RUN-SEQ PIC 9(6).
      *>  再支給指示（次回のバッチ本体が現金支給の経路で取り込む）
       FD REISSUE-F.
       01 REISSUE-REC.
           03 REI-EMP-ID PIC 9(6).
           03 REI-AMOUNT PIC 9(6).
      *>  再支給する会社の会社コード（全社共通のファイルのため、
      *>  バッチ本体はこれで自分の会社の指示だけを取り込む。
      *>  旧様式の行は空白＝自社）
           03 REI-COMPANY PIC X(2).
      *>  返戻処理のログ（処理日・従業員番号・金額・理由コード）
       FD RETLOG-F.
       01 RETLOG-REC.
           03 GL-ACCOUNT PIC X(24).
           03 GL-DEPT PIC X(4).
           03 GL-AMOUNT PIC 9(9).
           03 GL-COMPANY PIC X(2).
      *>  書いた実行の実行IDとその実行内での行の連番
           03 GL-RUN-ID PIC X(18).
           03 GL-RUN-SEQ PIC 9(6).
      *>  実行管理ログ（バッチ本体と同じ様式。返戻処理の実行は
      *>  RL-RESTART="B"で記録し、取り込んだ返戻の件数と金額を
      *>  RL-COUNT・RL-NETに、却下の件数をRL-ERR1に書く）
       FD RUNLOG-F.
       01 RUNLOG-REC.
           03 RL-DATE PIC 9(8).
           03 RL-TIME PIC 9(6).
           03 RL-RESTART PIC X(1).
           03 RL-ANNI-YY PIC 9(4).
           03 RL-ANNI-MM PIC 9(2).
           03 RL-VALID-FROM PIC 9(4).
           03 RL-VALID-TO PIC 9(4).
           03 RL-EMP-READ PIC 9(6).
           03 RL-PII-READ PIC 9(6).
           03 RL-MATCHED PIC 9(6).
           03 RL-ERR1 PIC 9(6).
           03 RL-ERR2 PIC 9(6).
           03 RL-COUNT PIC 9(6).
           03 RL-GROSS PIC 9(9).
           03 RL-NET PIC 9(9).
           03 RL-CASH-COUNT PIC 9(6).
           03 RL-CASH-AMT PIC 9(9).
           03 RL-TRF-COUNT PIC 9(6).
           03 RL-TRF-AMT PIC 9(9).
           03 RL-BALANCED PIC X(1).
           03 RL-RC PIC 9(2).
           03 RL-DUP-SKIP PIC 9(6).
           03 RL-RECOV-COUNT PIC 9(6).
           03 RL-RECOV-AMT PIC 9(9).
      *>  支給の承認者と作成者（承認の行だけが使う）
           03 RL-PREPARER PIC X(8).
           03 RL-APPROVER PIC X(8).
      *>  実行した会社の会社コード
           03 RL-COMPANY PIC X(2).
      *>  実行ID、実行内での実行管理ログの行の連番、終了区分
      *>  （"C"=正常終了、"A"=中断）と、この実行が書いた支給履歴・
      *>  仕訳連携の行数・金額のコントロールトータル（仕訳連携は
      *>  明細の借方合計）。RUN-INTEGRITY-CHECKが各行と照合する
      *>  （旧様式の行は空白）
           03 RL-RUN-ID PIC X(18).
           03 RL-RUN-SEQ PIC 9(6).
           03 RL-END PIC X(1).
           03 RL-LEDGER-COUNT PIC 9(6).
           03 RL-LEDGER-AMT PIC 9(11).
           03 RL-GL-COUNT PIC 9(6).
           03 RL-GL-DR PIC 9(11).
           03 RL-REL-SOURCE PIC X(1).
      *>  処理する会社の指定（会社コード1行。無いか空白なら自社）
       FD COMPANY-F.
       01 COMPANY-REC.
           03 COMPANY-CODE-IN PIC X(2).
       WORKING-STORAGE SECTION.
       01 F-STATUS PIC XX.
       01 F-STATUS2 PIC XX.
       01 F-STATUS4 PIC XX.
       01 F-STATUS5 PIC XX.
       01 F-STATUS6 PIC XX.
       01 F-STATUS7 PIC XX.
       01 F-STATUS8 PIC XX.
      *>  処理する会社。自社以外の会社ではバッチ本体と同じく
      *>  ファイル名の頭に会社コードを付けた返戻明細・ログ等を
      *>  使い（例 02returns.txt、02retlog.txt）、支給履歴・
      *>  仕訳連携・実行管理ログ・再支給指示の行にその会社の
      *>  会社コードを付ける
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 RETURNS-FNAME PIC X(24) VALUE "returns.txt".
       01 RETLOG-FNAME PIC X(24) VALUE "retlog.txt".
       01 RETERR-FNAME PIC X(24) VALUE "returnerr.txt".
       01 GLPOST-FNAME PIC X(24) VALUE "glpostret.txt".
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME-RAW.
           03 RUN-TIME-HHMMSS PIC 9(6).
           03 FILLER PIC 9(2).
      *>  この実行の実行ID（プログラム記号＋実行日＋実行時刻）。
      *>  書き出す支給履歴・仕訳連携・実行管理ログの各行に付け、
      *>  行の種類ごとに実行内の連番を振る。書いた行の件数と金額
      *>  は実行管理ログにコントロールトータルとして記録する
       01 RUN-ID.
           03 RUN-ID-PGM PIC X(2) VALUE "BR".
           03 RUN-ID-DATE PIC 9(8) VALUE ZERO.
           03 RUN-ID-TIME PIC 9(8) VALUE ZERO.
      *>  実行の終了区分（"C"=正常終了、"A"=中断）
       01 RUN-END PIC X VALUE "C".
       01 LEDGER-SEQ PIC 9(6) VALUE ZERO.
       01 LEDGER-AMT-HASH PIC 9(11) VALUE ZERO.
       01 GL-SEQ PIC 9(6) VALUE ZERO.
       01 GL-DR-HASH PIC 9(11) VALUE ZERO.
       01 RUNLOG-SEQ PIC 9(6) VALUE ZERO.
       01 EOF-RETURNS PIC X VALUE "N".
       01 ACCEPT-COUNT PIC 9(6) VALUE ZERO.
       01 REJECT-COUNT PIC 9(6) VALUE ZERO.
      *----------<メインルーチン>----------
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-RAW TO RUN-ID-TIME.
           PERFORM READ-COMPANY.
           IF RUN-COMPANY NOT = HOME-COMPANY
               PERFORM SET-COMPANY-FILES
           END-IF.
           OPEN INPUT RETURNS-F.
           IF F-STATUS NOT = "00"
               DISPLAY "RETURNS FILE NOT FOUND - NOTHING TO DO."
               OPEN OUTPUT RETLOG-F
           END-IF.
           IF F-STATUS4 NOT = "00"
               DISPLAY "OPEN ERROR " RETLOG-FNAME " " F-STATUS4
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>  却下明細が書けない状態で進むと、検査に落ちた返戻が
      *>  どこにも残らないまま消し込まれてしまうため、ここも確認
           IF F-STATUS5 NOT = "00"
               DISPLAY "OPEN ERROR " RETERR-FNAME " " F-STATUS5
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GLPOST-F.
           IF F-STATUS6 NOT = "00"
               DISPLAY "OPEN ERROR " GLPOST-FNAME " " F-STATUS6
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RUNLOG-F.
           IF F-STATUS7 = "35"
               OPEN OUTPUT RUNLOG-F
           END-IF.
           IF F-STATUS7 NOT = "00"
               DISPLAY "OPEN ERROR runlog.txt " F-STATUS7
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>  取り込んだ返戻分の逆仕訳バッチを書き出す（取消"R"と
      *>  対になる仕訳。これで振込未決済勘定が消し込まれる）
           PERFORM WRITE-GL-REVERSAL.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "RETURNS PROCESSED: " ACCEPT-COUNT.
           DISPLAY "RETURNS REJECTED:  " REJECT-COUNT.
           CLOSE RETURNS-F.
           CLOSE RETLOG-F.
           CLOSE RETERR-F.
           CLOSE GLPOST-F.
           CLOSE RUNLOG-F.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  処理する会社の会社コードを読み込む（バッチ本体と同じ
      *>  company.txt。無いか空白なら自社）
       READ-COMPANY SECTION.
           OPEN INPUT COMPANY-F.
           IF F-STATUS8 = "00"
               READ COMPANY-F
                   AT END
                       CONTINUE
                   NOT AT END
                       IF COMPANY-CODE-IN NOT = SPACE
                           MOVE COMPANY-CODE-IN TO RUN-COMPANY
                       END-IF
               END-READ
               CLOSE COMPANY-F
           END-IF.
           DISPLAY "BANK RETURNS FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  自社以外の会社ではファイル名の頭に会社コードを付ける
      *>  （支給履歴・再支給指示・実行管理ログは全社共通で会社
      *>  コードで区別）
       SET-COMPANY-FILES SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE RETURNS-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RETURNS-FNAME.
           MOVE RETLOG-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RETLOG-FNAME.
           MOVE RETERR-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RETERR-FNAME.
           MOVE GLPOST-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO GLPOST-FNAME.
       EXIT.

      *>  返戻明細を1件ずつ読み込み処理する
       RETURNS-LOOP SECTION.
           READ RETURNS-F
           MOVE ZERO TO LEDGER-GROSS.
           MOVE ZERO TO LEDGER-TAX.
           MOVE ZERO TO LEDGER-INSURANCE.
           PERFORM WRITE-LEDGER-LINE.
      *>  次回実行で現金支給するための再支給指示を書き出す
           MOVE RET-EMP-ID TO REI-EMP-ID.
           MOVE RET-AMOUNT TO REI-AMOUNT.
           MOVE RUN-COMPANY TO REI-COMPANY.
           WRITE REISSUE-REC.
      *>  返戻理由をログに残す
           MOVE RUN-DATE TO LOG-DATE.
               MOVE RUN-DATE TO GL-DATE
               MOVE "BANK RETURNS REVERSAL" TO GL-ACCOUNT
               MOVE ZERO TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "DTL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "DR" TO GL-SIDE
               MOVE "BANK TRF CLEARING" TO GL-ACCOUNT
               MOVE RETURN-AMT-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "DTL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "CR" TO GL-SIDE
               MOVE "REISSUE PAYABLE" TO GL-ACCOUNT
               MOVE RETURN-AMT-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "TRL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "TOTAL DEBITS" TO GL-ACCOUNT
               MOVE RETURN-AMT-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "TRL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "TOTAL CREDITS" TO GL-ACCOUNT
               MOVE RETURN-AMT-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "TRL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "BALANCED" TO GL-ACCOUNT
               MOVE "Y" TO GL-DEPT
               MOVE ZERO TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
           END-IF.
       EXIT.

           ADD 1 TO REJECT-COUNT.
       EXIT.

      *>  実行管理ログに返戻処理の実行を1行追記する
       WRITE-RUN-LOG SECTION.
           INITIALIZE RUNLOG-REC.
           MOVE RUN-DATE TO RL-DATE.
           MOVE RUN-TIME-HHMMSS TO RL-TIME.
           MOVE "B" TO RL-RESTART.
           MOVE ACCEPT-COUNT TO RL-COUNT.
           MOVE RETURN-AMT-TOTAL TO RL-GROSS.
           MOVE RETURN-AMT-TOTAL TO RL-NET.
           MOVE REJECT-COUNT TO RL-ERR1.
           MOVE "Y" TO RL-BALANCED.
           MOVE ZERO TO RL-RC.
           MOVE RUN-COMPANY TO RL-COMPANY.
           ADD 1 TO RUNLOG-SEQ.
           MOVE RUN-ID TO RL-RUN-ID.
           MOVE RUNLOG-SEQ TO RL-RUN-SEQ.
           MOVE RUN-END TO RL-END.
           MOVE LEDGER-SEQ TO RL-LEDGER-COUNT.
           MOVE LEDGER-AMT-HASH TO RL-LEDGER-AMT.
           MOVE GL-SEQ TO RL-GL-COUNT.
           MOVE GL-DR-HASH TO RL-GL-DR.
           WRITE RUNLOG-REC.
       EXIT.

      *>  支給履歴1行に会社コード・実行ID・実行内の連番を付けて
      *>  書き、行数と金額をコントロールトータルに加える
       WRITE-LEDGER-LINE SECTION.
           MOVE RUN-COMPANY TO LEDGER-COMPANY.
           ADD 1 TO LEDGER-SEQ.
           MOVE RUN-ID TO LEDGER-RUN-ID.
           MOVE LEDGER-SEQ TO LEDGER-RUN-SEQ.
           ADD LEDGER-AMOUNT TO LEDGER-AMT-HASH.
           WRITE LEDGER-REC.
       EXIT.

      *>  仕訳連携1行に会社コード・実行ID・実行内の連番を付けて
      *>  書き、行数と明細の借方合計をコントロールトータルに加える
       WRITE-GLPOST-LINE SECTION.
           MOVE RUN-COMPANY TO GL-COMPANY.
           ADD 1 TO GL-SEQ.
           MOVE RUN-ID TO GL-RUN-ID.
           MOVE GL-SEQ TO GL-RUN-SEQ.
           IF GL-TAG = "DTL" AND GL-SIDE = "DR"
               ADD GL-AMOUNT TO GL-DR-HASH
           END-IF.
           WRITE GLPOST-REC.
       EXIT.

       END PROGRAM BANK-RETURNS.
