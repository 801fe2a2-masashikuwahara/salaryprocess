       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT BANK-F ASSIGN TO DYNAMIC BANK-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT ACK-F ASSIGN TO DYNAMIC ACK-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS2.
                   SELECT PAYMENT-F ASSIGN TO DYNAMIC PAYMENT-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS3.
                   SELECT SETTLE-F ASSIGN TO DYNAMIC SETTLE-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
                   SELECT EXCEPT-F ASSIGN TO DYNAMIC EXCEPT-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
                   SELECT SETPARM-F ASSIGN TO DYNAMIC SETPARM-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS6.
                   SELECT GLPOST-F ASSIGN TO DYNAMIC GLPOST-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS7.
                   SELECT RUNLOG-F ASSIGN TO 'runlog.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS8.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS9.
       DATA DIVISION.
       FILE SECTION.
      *>  確認する銀行振込アップロード（当日分。バッチ本体・
      *>  保留解除・支給調整のどれを確認するかはパラメタで選ぶ）
       FD BANK-F.
       01 BANK-REC.
           03 BANK-EMP-ID PIC 9(6).
           03 SET-RUN-DATE PIC 9(8).
           03 SET-AMOUNT PIC 9(6).
           03 SET-STATUS PIC X(1).
      *>  振込の出どころ（"P"=バッチ本体、"H"=保留解除、"A"=支給
      *>  調整）と、その振込を作った実行日（支給ファイルのトレーラ
      *>  から写す。旧様式の行は空白）。清算勘定の照合が、どの
      *>  仕訳連携ファイルの振込かを判定するのに使う
           03 SET-SOURCE PIC X(1).
           03 SET-PAY-DATE PIC 9(8).
      *>  例外レポート（送ったのに確認が来ない振込、送っていない
      *>  のに確認が来た振込、コントロールトータルとの照合結果）
       FD EXCEPT-F.
       01 EXCEPT-LINE PIC X(60).
      *>  確認する振込の出どころのパラメタファイル
      *>  SP-SOURCE "P"=バッチ本体（banktransfer.txt・payment.txt、
      *>  無い場合の既定）、"H"=保留解除（holdbank.txt・holdpay.txt）、
      *>  "A"=支給調整（adjbank.txt・adjpay.txt）
       FD SETPARM-F.
       01 SETPARM-REC.
           03 SP-SOURCE PIC X(1).
      *>  決済分の仕訳連携ファイル（バッチ本体のglpost.txtと同じ
      *>  様式）。借方＝振込未決済勘定の消し込み、貸方＝普通預金
      *>  （銀行口座から資金が出たことを計上する）。振込の出どころ
      *>  ごとに別ファイル（バッチ本体＝glpostset.txt、保留解除＝
      *>  glpostseth.txt、支給調整＝glpostseta.txt）
       FD GLPOST-F.
       01 GLPOST-REC.
           03 GL-TAG PIC X(3).
           03 GL-DATE PIC 9(8).
           03 GL-SIDE PIC X(2).
           03 GL-ACCOUNT PIC X(24).
           03 GL-DEPT PIC X(4).
           03 GL-AMOUNT PIC 9(9).
           03 GL-COMPANY PIC X(2).
      *>  書いた実行の実行IDとその実行内での行の連番
           03 GL-RUN-ID PIC X(18).
           03 GL-RUN-SEQ PIC 9(6).
      *>  実行管理ログ（バッチ本体と同じ様式。決済確認の実行は
      *>  RL-RESTART="S"で記録し、決済を確認した件数と金額を
      *>  RL-COUNT・RL-NETに、送った振込の件数と金額を
      *>  RL-TRF-COUNT・RL-TRF-AMTに、未確認の件数をRL-ERR1に、
      *>  送っていない確認の件数をRL-ERR2に書く）
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
      *>  確認する会社の指定（会社コード1行。無いか空白なら自社）
       FD COMPANY-F.
       01 COMPANY-REC.
           03 COMPANY-CODE-IN PIC X(2).
       WORKING-STORAGE SECTION.
       01 F-STATUS PIC XX.
       01 F-STATUS2 PIC XX.
       01 F-STATUS3 PIC XX.
       01 F-STATUS4 PIC XX.
       01 F-STATUS5 PIC XX.
       01 F-STATUS6 PIC XX.
       01 F-STATUS7 PIC XX.
       01 F-STATUS8 PIC XX.
       01 F-STATUS9 PIC XX.
      *>  確認する会社。自社以外の会社ではバッチ本体と同じく
      *>  ファイル名の頭に会社コードを付けた振込ファイル・決済確認・
      *>  決済状況等を使い（例 02banktransfer.txt、02bankack.txt、
      *>  02settle.txt）、仕訳連携・実行管理ログの行にその会社の
      *>  会社コードを付ける
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 ACK-FNAME PIC X(24) VALUE "bankack.txt".
       01 SETTLE-FNAME PIC X(24) VALUE "settle.txt".
       01 EXCEPT-FNAME PIC X(24) VALUE "settleexc.txt".
       01 SETPARM-FNAME PIC X(24) VALUE "settleparm.txt".
       01 GLPOST-FNAME PIC X(24) VALUE "glpostset.txt".
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME-RAW.
           03 RUN-TIME-HHMMSS PIC 9(6).
           03 FILLER PIC 9(2).
      *>  この実行の実行ID（プログラム記号＋実行日＋実行時刻）。
      *>  書き出す仕訳連携・実行管理ログの各行に付け、行の種類
      *>  ごとに実行内の連番を振る。書いた仕訳連携の行数と借方
      *>  合計は実行管理ログにコントロールトータルとして記録する
       01 RUN-ID.
           03 RUN-ID-PGM PIC X(2) VALUE "SC".
           03 RUN-ID-DATE PIC 9(8) VALUE ZERO.
           03 RUN-ID-TIME PIC 9(8) VALUE ZERO.
      *>  実行の終了区分（"C"=正常終了、"A"=中断）
       01 RUN-END PIC X VALUE "C".
       01 GL-SEQ PIC 9(6) VALUE ZERO.
       01 GL-DR-HASH PIC 9(11) VALUE ZERO.
       01 RUNLOG-SEQ PIC 9(6) VALUE ZERO.
       01 SET-SOURCE-W PIC X VALUE "P".
       01 BANK-FNAME PIC X(24) VALUE "banktransfer.txt".
       01 PAYMENT-FNAME PIC X(24) VALUE "payment.txt".
       01 TRAILER-RUN-DATE-W PIC 9(8) VALUE ZERO.
       01 EOF-BANK PIC X VALUE "N".
       01 EOF-ACK PIC X VALUE "N".
       01 EOF-PAYMENT PIC X VALUE "N".
      *----------<メインルーチン>----------
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-RAW TO RUN-ID-TIME.
           PERFORM READ-COMPANY.
           PERFORM READ-SET-PARM.
           IF RUN-COMPANY NOT = HOME-COMPANY
               PERFORM SET-COMPANY-FILES
           END-IF.
           DISPLAY "CONFIRMING TRANSFERS IN " BANK-FNAME.
           OPEN INPUT BANK-F.
      *>  振込依頼ファイルが無いのに確認ファイルだけ処理すると
      *>  全件が「未送信の確認」になってしまうため、ここで打ち切る
           IF F-STATUS NOT = "00"
               DISPLAY "OPEN ERROR " BANK-FNAME " " F-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACK-F.
           IF F-STATUS2 NOT = "00"
               DISPLAY "ACK FILE NOT FOUND - NOTHING TO CONFIRM - "
                   ACK-FNAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               OPEN OUTPUT SETTLE-F
           END-IF.
           IF F-STATUS4 NOT = "00"
               DISPLAY "OPEN ERROR " SETTLE-FNAME " " F-STATUS4
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPT-F.
           IF F-STATUS5 NOT = "00"
               DISPLAY "OPEN ERROR " EXCEPT-FNAME " " F-STATUS5
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GLPOST-F.
           IF F-STATUS7 NOT = "00"
               DISPLAY "OPEN ERROR " GLPOST-FNAME " " F-STATUS7
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RUNLOG-F.
           IF F-STATUS8 = "35"
               OPEN OUTPUT RUNLOG-F
           END-IF.
           IF F-STATUS8 NOT = "00"
               DISPLAY "OPEN ERROR runlog.txt " F-STATUS8
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE EXCEPT-LINE FROM EXC-RULE-LINE.
           PERFORM LOAD-TRANSFER-LINE UNTIL EOF-BANK = "Y".
           PERFORM ACK-LOOP UNTIL EOF-ACK = "Y".
      *>  決済状況に振込を作った実行日を写すため、トレーラを
      *>  先に読んでおく
           PERFORM CHECK-PAYMENT-TRAILER.
           PERFORM SWEEP-TRANSFERS.
           PERFORM WRITE-EXCEPT-SUMMARY.
      *>  決済確認済みの振込を振込未決済勘定から消し込む仕訳
           PERFORM WRITE-GL-SETTLEMENT.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "TRANSFERS SENT:      " TRF-COUNT.
           DISPLAY "ACKS MATCHED:        " ACK-MATCH-COUNT.
           DISPLAY "SENT NOT ACKED:      " UNACKED-COUNT.
           CLOSE ACK-F.
           CLOSE SETTLE-F.
           CLOSE EXCEPT-F.
           CLOSE GLPOST-F.
           CLOSE RUNLOG-F.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  確認する会社の会社コードを読み込む（バッチ本体と同じ
      *>  company.txt。無いか空白なら自社）
       READ-COMPANY SECTION.
           OPEN INPUT COMPANY-F.
           IF F-STATUS9 = "00"
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
           DISPLAY "SETTLEMENT CONFIRM FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  自社以外の会社ではファイル名の頭に会社コードを付ける
      *>  （実行管理ログは全社共通で会社コードで区別）
       SET-COMPANY-FILES SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE BANK-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO BANK-FNAME.
           MOVE PAYMENT-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO PAYMENT-FNAME.
           MOVE ACK-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO ACK-FNAME.
           MOVE SETTLE-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO SETTLE-FNAME.
           MOVE EXCEPT-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO EXCEPT-FNAME.
           MOVE GLPOST-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO GLPOST-FNAME.
       EXIT.

      *>  確認する振込の出どころをパラメタファイルから読み込み、
      *>  振込ファイル、支給ファイルと仕訳連携ファイルの名前を
      *>  決める（無ければバッチ本体の振込。パラメタファイルも
      *>  自社以外の会社ではファイル名の頭に会社コードを付ける）
       READ-SET-PARM SECTION.
           IF RUN-COMPANY NOT = HOME-COMPANY
               MOVE RUN-COMPANY TO CO-FNAME-CO
               MOVE SETPARM-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO SETPARM-FNAME
           END-IF.
           OPEN INPUT SETPARM-F.
           IF F-STATUS6 = "00"
               READ SETPARM-F
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-SOURCE = "H" OR SP-SOURCE = "A"
                           MOVE SP-SOURCE TO SET-SOURCE-W
                       END-IF
               END-READ
               CLOSE SETPARM-F
           END-IF.
           IF SET-SOURCE-W = "H"
               MOVE "holdbank.txt" TO BANK-FNAME
               MOVE "holdpay.txt" TO PAYMENT-FNAME
               MOVE "glpostseth.txt" TO GLPOST-FNAME
           ELSE
               IF SET-SOURCE-W = "A"
                   MOVE "adjbank.txt" TO BANK-FNAME
                   MOVE "adjpay.txt" TO PAYMENT-FNAME
                   MOVE "glpostseta.txt" TO GLPOST-FNAME
               END-IF
           END-IF.
       EXIT.

      *>  振込依頼を1件ずつ読み込み作業テーブルに格納する
       LOAD-TRANSFER-LINE SECTION.
           READ BANK-F
           MOVE TRF-EMP-ID(TRF-SUB) TO SET-EMP-ID.
           MOVE RUN-DATE TO SET-RUN-DATE.
           MOVE TRF-AMOUNT(TRF-SUB) TO SET-AMOUNT.
           MOVE SET-SOURCE-W TO SET-SOURCE.
           MOVE TRAILER-RUN-DATE-W TO SET-PAY-DATE.
           IF TRF-ACKED(TRF-SUB) = "Y"
               MOVE "S" TO SET-STATUS
               ADD TRF-AMOUNT(TRF-SUB) TO SETTLED-TOTAL
                       MOVE "Y" TO TRAILER-FOUND
                       MOVE TRAILER-TRF-COUNT TO TRAILER-TRF-COUNT-W
                       MOVE TRAILER-TRF-AMOUNT TO TRAILER-TRF-AMOUNT-W
                       IF TRAILER-RUN-DATE IS NUMERIC
                           MOVE TRAILER-RUN-DATE TO TRAILER-RUN-DATE-W
                       END-IF
                   END-IF
           END-READ.
       EXIT.
           END-IF.
       EXIT.

      *>  決済分の仕訳バッチを書き出す。決済確認済みの振込の
      *>  合計で、借方・振込未決済勘定／貸方・普通預金とする。
      *>  明細が1件もなければ空バッチは書かない（返戻処理と
      *>  同じ流儀）。未確認の振込は振込未決済勘定に残り、返戻
      *>  処理の逆仕訳で消し込まれる
       WRITE-GL-SETTLEMENT SECTION.
           IF SETTLED-TOTAL > ZERO
               INITIALIZE GLPOST-REC
               MOVE "HDR" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "BANK TRANSFER SETTLED" TO GL-ACCOUNT
               MOVE SET-SOURCE-W TO GL-DEPT
               MOVE ZERO TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "DTL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "DR" TO GL-SIDE
               MOVE "BANK TRF CLEARING" TO GL-ACCOUNT
               MOVE SETTLED-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "DTL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "CR" TO GL-SIDE
               MOVE "BANK ACCOUNT" TO GL-ACCOUNT
               MOVE SETTLED-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "TRL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "TOTAL DEBITS" TO GL-ACCOUNT
               MOVE SETTLED-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "TRL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "TOTAL CREDITS" TO GL-ACCOUNT
               MOVE SETTLED-TOTAL TO GL-AMOUNT
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

      *>  実行管理ログに決済確認の実行を1行追記する（例外が
      *>  あった実行は収支欄を"N"にする）
       WRITE-RUN-LOG SECTION.
           INITIALIZE RUNLOG-REC.
           MOVE RUN-DATE TO RL-DATE.
           MOVE RUN-TIME-HHMMSS TO RL-TIME.
           MOVE "S" TO RL-RESTART.
           MOVE ACK-MATCH-COUNT TO RL-COUNT.
           MOVE SETTLED-TOTAL TO RL-GROSS.
           MOVE SETTLED-TOTAL TO RL-NET.
           MOVE TRF-COUNT TO RL-TRF-COUNT.
           MOVE TRF-TOTAL TO RL-TRF-AMT.
           MOVE UNACKED-COUNT TO RL-ERR1.
           MOVE ACK-ORPHAN-COUNT TO RL-ERR2.
           IF RUN-RC = ZERO
               MOVE "Y" TO RL-BALANCED
           ELSE
               MOVE "N" TO RL-BALANCED
           END-IF.
           MOVE RUN-RC TO RL-RC.
           MOVE RUN-COMPANY TO RL-COMPANY.
           ADD 1 TO RUNLOG-SEQ.
           MOVE RUN-ID TO RL-RUN-ID.
           MOVE RUNLOG-SEQ TO RL-RUN-SEQ.
           MOVE RUN-END TO RL-END.
           MOVE ZERO TO RL-LEDGER-COUNT.
           MOVE ZERO TO RL-LEDGER-AMT.
           MOVE GL-SEQ TO RL-GL-COUNT.
           MOVE GL-DR-HASH TO RL-GL-DR.
           WRITE RUNLOG-REC.
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

       END PROGRAM SETTLEMENT-CONFIRM.
