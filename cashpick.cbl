       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT PICKPARM-F ASSIGN TO DYNAMIC PICKPARM-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT UNCLAIMED-F ASSIGN TO DYNAMIC UNCLAIMED-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS2.
                   SELECT PAYMENT-F ASSIGN TO DYNAMIC RELPAY-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS3.
                   SELECT PICKUP-F ASSIGN TO DYNAMIC PICKUP-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
                   SELECT PICKERR-F ASSIGN TO DYNAMIC PICKERR-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
                   SELECT LEDGER-F ASSIGN TO 'ledger.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS6.
                   SELECT CASHAGE-F ASSIGN TO DYNAMIC CASHAGE-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS7.
                   SELECT GLPOST-F ASSIGN TO DYNAMIC GLPOST-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS8.
                   SELECT PICKMARK-F ASSIGN TO DYNAMIC PICKMARK-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS9.
                   SELECT RUNLOG-F ASSIGN TO 'runlog.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS10.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS11.
       DATA DIVISION.
       FILE SECTION.
      *>  保管期間のパラメタファイル（この日数を超えて受け取り
           03 UNC-EMP-ID PIC 9(6).
           03 UNC-PAY-DATE PIC 9(8).
           03 UNC-AMOUNT PIC 9(6).
      *>  承認済みの支給ファイルの写し（支給の承認が出納係向けに
      *>  作るrelpay.txtと、保留解除分のrelholdpay.txt。現金支給の
      *>  明細行だけ読む。ここに載った封筒が登録簿に入る。
      *>  コントロールトータル行は読み飛ばす）
       FD PAYMENT-F.
       01 PAYMENT.
           03 PAYMENT-ID PIC 9(6).
           03 LEDGER-GROSS PIC 9(6).
           03 LEDGER-TAX PIC 9(6).
           03 LEDGER-INSURANCE PIC 9(6).
           03 LEDGER-COMPANY PIC X(2).
      *>  書いた実行の実行ID（プログラム記号＋実行日＋実行時刻）と
      *>  その実行内での行の連番（旧様式の行は空白）
           03 LEDGER-RUN-ID PIC X(18).
           03 LEDGER-RUN-SEQ PIC 9(6).
      *>  滞留レポート（金庫の中身と突き合わせる封筒の一覧）
       FD CASHAGE-F.
       01 CASHAGE-LINE PIC X(80).
           03 GL-ACCOUNT PIC X(24).
           03 GL-DEPT PIC X(4).
           03 GL-AMOUNT PIC 9(9).
           03 GL-COMPANY PIC X(2).
      *>  書いた実行の実行IDとその実行内での行の連番
           03 GL-RUN-ID PIC X(18).
           03 GL-RUN-SEQ PIC 9(6).
      *>  実行管理ログ（バッチ本体と同じ様式。受け渡し処理の実行は
      *>  RL-RESTART="U"で記録し、未請求として戻し入れた件数と金額
      *>  をRL-COUNT・RL-NETに、受け渡しの件数と金額を
      *>  RL-CASH-COUNT・RL-CASH-AMTに、却下の件数をRL-ERR1に書く）
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
      *>  取り込み済み目印ファイル（最後に取り込んだ支給ファイル
      *>  の実行日を1行だけ持つ。支給ファイルは次回の支給実行
      *>  まで残るため、この目印で1支給実行につき1回だけ取り込む。
      *>  保留解除分はpickmarkh.txtで別に持つ）
       FD PICKMARK-F.
       01 PICKMARK-REC.
           03 MARK-RUN-DATE PIC 9(8).
      *>  処理する会社の指定（会社コード1行。無いか空白なら自社）
       FD COMPANY-F.
       01 COMPANY-REC.
           03 COMPANY-CODE-IN PIC X(2).
       WORKING-STORAGE SECTION.
       01 F-STATUS PIC XX.
       01 F-STATUS2 PIC XX.
       01 F-STATUS7 PIC XX.
       01 F-STATUS8 PIC XX.
       01 F-STATUS9 PIC XX.
       01 F-STATUS10 PIC XX.
       01 F-STATUS11 PIC XX.
      *>  処理する会社。自社以外の会社ではバッチ本体と同じく
      *>  ファイル名の頭に会社コードを付けた登録簿・支給ファイルの
      *>  写し等を使い、支給履歴・仕訳連携・実行管理ログの行に
      *>  その会社の会社コードを付ける（例 02unclaimed.txt、
      *>  02relpay.txt）
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 PICKPARM-FNAME PIC X(24) VALUE "pickparm.txt".
       01 UNCLAIMED-FNAME PIC X(24) VALUE "unclaimed.txt".
       01 RELPAY-FNAME PIC X(24) VALUE "relpay.txt".
       01 PICKUP-FNAME PIC X(24) VALUE "pickup.txt".
       01 PICKERR-FNAME PIC X(24) VALUE "pickerr.txt".
       01 CASHAGE-FNAME PIC X(24) VALUE "cashage.txt".
       01 GLPOST-FNAME PIC X(24) VALUE "glpostunc.txt".
       01 PICKMARK-FNAME PIC X(24) VALUE "pickmark.txt".
      *>  保留解除分の支給ファイルの写しとその取り込み済み目印
      *>  （取り込むときに上の2つの名前に移して同じ処理で読む）
       01 RELHOLDPAY-FNAME PIC X(24) VALUE "relholdpay.txt".
       01 PICKMARKH-FNAME PIC X(24) VALUE "pickmarkh.txt".
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME-RAW.
           03 RUN-TIME-HHMMSS PIC 9(6).
           03 FILLER PIC 9(2).
      *>  この実行の実行ID（プログラム記号＋実行日＋実行時刻）。
      *>  書き出す支給履歴・仕訳連携・実行管理ログの各行に付け、
      *>  行の種類ごとに実行内の連番を振る。書いた行の件数と金額
      *>  は実行管理ログにコントロールトータルとして記録する
       01 RUN-ID.
           03 RUN-ID-PGM PIC X(2) VALUE "CP".
           03 RUN-ID-DATE PIC 9(8) VALUE ZERO.
           03 RUN-ID-TIME PIC 9(8) VALUE ZERO.
      *>  実行の終了区分（"C"=正常終了、"A"=中断）
       01 RUN-END PIC X VALUE "C".
       01 LEDGER-SEQ PIC 9(6) VALUE ZERO.
       01 LEDGER-AMT-HASH PIC 9(11) VALUE ZERO.
       01 GL-SEQ PIC 9(6) VALUE ZERO.
       01 GL-DR-HASH PIC 9(11) VALUE ZERO.
       01 RUNLOG-SEQ PIC 9(6) VALUE ZERO.
       01 HOLD-DAYS PIC 9(3) VALUE 060.
       01 EOF-UNCLAIMED PIC X VALUE "N".
       01 EOF-PAYMENT PIC X VALUE "N".
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
           PERFORM READ-PICK-PARM.
           MOVE RUN-DATE TO DATE-W.
           PERFORM DATE-TO-DAYS.
           MOVE DAYS-W TO TODAY-DAYS.
           OPEN OUTPUT PICKERR-F.
           IF F-STATUS5 NOT = "00"
               DISPLAY "OPEN ERROR " PICKERR-FNAME " " F-STATUS5
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-IF.
           OPEN OUTPUT CASHAGE-F.
           IF F-STATUS7 NOT = "00"
               DISPLAY "OPEN ERROR " CASHAGE-FNAME " " F-STATUS7
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GLPOST-F.
           IF F-STATUS8 NOT = "00"
               DISPLAY "OPEN ERROR " GLPOST-FNAME " " F-STATUS8
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RUNLOG-F.
           IF F-STATUS10 = "35"
               OPEN OUTPUT RUNLOG-F
           END-IF.
           IF F-STATUS10 NOT = "00"
               DISPLAY "OPEN ERROR runlog.txt " F-STATUS10
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-REGISTER.
           PERFORM IMPORT-PAYMENTS.
      *>  保留解除の支給にも現金封筒があるため、その支給ファイルの
      *>  写しも自分の目印で同じように取り込む
           MOVE RELHOLDPAY-FNAME TO RELPAY-FNAME.
           MOVE PICKMARKH-FNAME TO PICKMARK-FNAME.
           PERFORM IMPORT-PAYMENTS.
           PERFORM APPLY-PICKUPS.
           PERFORM EXPIRE-SWEEP.
           PERFORM WRITE-REGISTER.
           PERFORM WRITE-AGING-REPORT.
           PERFORM WRITE-GL-UNCLAIMED.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "ENVELOPES REGISTERED: " REGISTERED-COUNT.
           DISPLAY "PICKUPS POSTED:       " PICKED-COUNT.
           DISPLAY "PICKUPS REJECTED:     " PICKERR-COUNT.
           CLOSE LEDGER-F.
           CLOSE CASHAGE-F.
           CLOSE GLPOST-F.
           CLOSE RUNLOG-F.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  処理する会社の会社コードを読み込む（バッチ本体と同じ
      *>  company.txt。無いか空白なら自社）
       READ-COMPANY SECTION.
           OPEN INPUT COMPANY-F.
           IF F-STATUS11 = "00"
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
           DISPLAY "CASH PICKUP FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  自社以外の会社ではファイル名の頭に会社コードを付ける
      *>  （支給履歴と実行管理ログは全社共通で会社コードで区別）
       SET-COMPANY-FILES SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE PICKPARM-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO PICKPARM-FNAME.
           MOVE UNCLAIMED-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO UNCLAIMED-FNAME.
           MOVE RELPAY-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RELPAY-FNAME.
           MOVE PICKUP-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO PICKUP-FNAME.
           MOVE PICKERR-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO PICKERR-FNAME.
           MOVE CASHAGE-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO CASHAGE-FNAME.
           MOVE GLPOST-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO GLPOST-FNAME.
           MOVE PICKMARK-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO PICKMARK-FNAME.
           MOVE RELHOLDPAY-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RELHOLDPAY-FNAME.
           MOVE PICKMARKH-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO PICKMARKH-FNAME.
       EXIT.

      *>  保管期間をパラメタファイルから読み込む（無ければ60日）
       READ-PICK-PARM SECTION.
           OPEN INPUT PICKPARM-F.
               DISPLAY "PICK PARM NOT FOUND - HOLDING 60 DAYS."
           ELSE
               READ PICKPARM-F
                   AT END
                       DISPLAY "PICK PARM EMPTY - HOLDING 60 DAYS."
                   NOT AT END
                       IF PARM-HOLD-DAYS IS NUMERIC
                           AND PARM-HOLD-DAYS > ZERO
                           MOVE PARM-HOLD-DAYS TO HOLD-DAYS
                       END-IF
               END-READ
               CLOSE PICKPARM-F
           END-IF.
           END-READ.
       EXIT.

      *>  承認済みの支給ファイルの写しの現金明細を登録簿に取り込む。
      *>  承認前の支給ファイルからは取り込まない（承認を拒否された
      *>  支給の封筒を登録しないように）。支給ファイル
      *>  は次の支給実行まで残り、受け渡しの記帳はその間に何度も
      *>  行われるため、トレーラの実行日を目印ファイルと突き
      *>  合わせて1支給実行につき1回だけ取り込む（受け渡し済みの
      *>  封筒が蘇ることも、同額の新しい封筒が飛ばされることも
      *>  ないように）。封筒の登録日にはその実行日を使う
      *>  （RELPAY-FNAMEの支給ファイルをPICKMARK-FNAMEの目印と
      *>  突き合わせる）
       IMPORT-PAYMENTS SECTION.
           DISPLAY "IMPORTING " RELPAY-FNAME.
           MOVE "N" TO PAY-TRAILER-SEEN.
           MOVE ZERO TO PAY-RUN-DATE-W.
           MOVE ZERO TO LAST-IMPORT-DATE.
           PERFORM SCAN-PAYMENT-TRAILER.
           PERFORM READ-IMPORT-MARK.
           MOVE "N" TO IMPORT-WANTED.
           IF PAY-TRAILER-SEEN = "N"
               DISPLAY "RELEASED PAYMENT TRAILER DATE MISSING - "
                   "ENVELOPES NOT IMPORTED."
           ELSE
               IF PAY-RUN-DATE-W = LAST-IMPORT-DATE
                   DISPLAY "RELEASED PAYMENT ALREADY IMPORTED - "
                       "SKIPPED."
               ELSE
                   MOVE "Y" TO IMPORT-WANTED
               END-IF
           IF IMPORT-WANTED = "Y"
               OPEN INPUT PAYMENT-F
               IF F-STATUS3 NOT = "00"
                   DISPLAY "OPEN ERROR " RELPAY-FNAME " " F-STATUS3
                       " - NO NEW ENVELOPES."
               ELSE
                   MOVE "N" TO EOF-PAYMENT
                   PERFORM IMPORT-PAYMENT-LINE
       SCAN-PAYMENT-TRAILER SECTION.
           OPEN INPUT PAYMENT-F.
           IF F-STATUS3 NOT = "00"
               DISPLAY "RELEASED PAYMENT NOT FOUND - "
                   "NO NEW ENVELOPES."
           ELSE
               MOVE "N" TO EOF-PAYMENT
               PERFORM SCAN-PAYMENT-TRAILER-LINE
               DISPLAY "NO IMPORT MARK - FIRST IMPORT."
           ELSE
               READ PICKMARK-F
                   AT END
                       DISPLAY "IMPORT MARK EMPTY - FIRST IMPORT."
                   NOT AT END
                       IF MARK-RUN-DATE IS NUMERIC
                           MOVE MARK-RUN-DATE TO LAST-IMPORT-DATE
                       END-IF
               END-READ
               CLOSE PICKMARK-F
           END-IF.
                   MOVE ZERO TO LEDGER-GROSS
                   MOVE ZERO TO LEDGER-TAX
                   MOVE ZERO TO LEDGER-INSURANCE
                   PERFORM WRITE-LEDGER-LINE
               END-IF
           END-IF.
           ADD 1 TO UNC-SUB.
               MOVE RUN-DATE TO GL-DATE
               MOVE "UNCLAIMED CASH RETURN" TO GL-ACCOUNT
               MOVE ZERO TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "DTL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "DR" TO GL-SIDE
               MOVE "CASH" TO GL-ACCOUNT
               MOVE EXPIRED-AMT TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "DTL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "CR" TO GL-SIDE
               MOVE "UNCLAIMED WAGES PAYABLE" TO GL-ACCOUNT
               MOVE EXPIRED-AMT TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "TRL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "TOTAL DEBITS" TO GL-ACCOUNT
               MOVE EXPIRED-AMT TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "TRL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "TOTAL CREDITS" TO GL-ACCOUNT
               MOVE EXPIRED-AMT TO GL-AMOUNT
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

      *>  実行管理ログに受け渡し処理の実行を1行追記する
       WRITE-RUN-LOG SECTION.
           INITIALIZE RUNLOG-REC.
           MOVE RUN-DATE TO RL-DATE.
           MOVE RUN-TIME-HHMMSS TO RL-TIME.
           MOVE "U" TO RL-RESTART.
           MOVE EXPIRED-COUNT TO RL-COUNT.
           MOVE EXPIRED-AMT TO RL-GROSS.
           MOVE EXPIRED-AMT TO RL-NET.
           MOVE PICKED-COUNT TO RL-CASH-COUNT.
           MOVE PICKED-AMT TO RL-CASH-AMT.
           MOVE PICKERR-COUNT TO RL-ERR1.
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

       END PROGRAM CASH-PICKUP.
