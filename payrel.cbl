      ******************************************************************
      * Author:kuwahara
      * Date:October.15.2026
      * Purpose:Approval and release of payment and bank transfer files
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-RELEASE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT APPROVE-F ASSIGN TO DYNAMIC APPROVE-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT PAYMENT-F ASSIGN TO DYNAMIC PAYMENT-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS2.
                   SELECT BANK-F ASSIGN TO DYNAMIC BANK-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS3.
                   SELECT RUNLOG-IN-F ASSIGN TO 'runlog.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
                   SELECT VARIANCE-F ASSIGN TO DYNAMIC VARIANCE-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
                   SELECT RELPAY-F ASSIGN TO DYNAMIC RELPAY-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS6.
                   SELECT RELBANK-F ASSIGN TO DYNAMIC RELBANK-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS7.
                   SELECT RELERR-F ASSIGN TO DYNAMIC RELERR-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS8.
                   SELECT RUNLOG-F ASSIGN TO 'runlog.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS9.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS10.
                   SELECT RELPARM-F ASSIGN TO DYNAMIC RELPARM-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS11.
       DATA DIVISION.
       FILE SECTION.
      *>  承認記録（承認者が支給ファイルのトレーラの件数と差引
      *>  合計を書き写し、前回比レポートの行数を確認済みとして
      *>  記入する。作成者と承認者は別人でなければならない）
       FD APPROVE-F.
       01 APPROVE-REC.
           03 APV-RUN-DATE PIC 9(8).
           03 APV-PREPARER PIC X(8).
           03 APV-APPROVER PIC X(8).
           03 APV-COUNT PIC 9(6).
           03 APV-NET PIC 9(9).
           03 APV-VAR-LINES PIC 9(6).
      *>  支給ファイル（バッチ本体と同じ様式。トレーラだけ読み、
      *>  明細行はそのまま出納係向けの写しに書き写す）
       FD PAYMENT-F.
       01 PAYMENT-LINE PIC X(80).
       01 PAYMENT-TRAILER.
           03 TRAILER-LABEL PIC X(10).
           03 TRAILER-COUNT PIC 9(6).
           03 TRAILER-AMOUNT PIC 9(9).
           03 TRAILER-NET PIC 9(9).
           03 TRAILER-CASH-COUNT PIC 9(6).
           03 TRAILER-CASH-AMOUNT PIC 9(9).
           03 TRAILER-TRF-COUNT PIC 9(6).
           03 TRAILER-TRF-AMOUNT PIC 9(9).
           03 TRAILER-RUN-DATE PIC 9(8).
      *>  銀行振込アップロード（バッチ本体と同じ様式。件数と
      *>  金額をトレーラの振込分と突き合わせてから書き写す）
       FD BANK-F.
       01 BANK-REC.
           03 BANK-EMP-ID PIC 9(6).
           03 BANK-BANK-CODE PIC X(04).
           03 BANK-BRANCH-CODE PIC X(03).
           03 BANK-ACCOUNT-NO PIC X(07).
           03 BANK-AMOUNT PIC 9(6).
      *>  実行管理ログの読み込み用（最後の支給実行の行を探す）
       FD RUNLOG-IN-F.
       01 RUNLOG-IN-REC.
           03 RLI-DATE PIC 9(8).
           03 RLI-TIME PIC 9(6).
           03 RLI-RESTART PIC X(1).
           03 RLI-ANNI-YY PIC 9(4).
           03 RLI-ANNI-MM PIC 9(2).
           03 RLI-VALID-FROM PIC 9(4).
           03 RLI-VALID-TO PIC 9(4).
           03 FILLER PIC X(30).
           03 RLI-COUNT PIC 9(6).
           03 RLI-GROSS PIC 9(9).
           03 RLI-NET PIC 9(9).
           03 RLI-CASH-COUNT PIC 9(6).
           03 RLI-CASH-AMT PIC 9(9).
           03 RLI-TRF-COUNT PIC 9(6).
           03 RLI-TRF-AMT PIC 9(9).
           03 RLI-BALANCED PIC X(1).
           03 FILLER PIC X(23).
           03 RLI-PREPARER PIC X(8).
           03 RLI-APPROVER PIC X(8).
           03 RLI-COMPANY PIC X(2).
           03 FILLER PIC X(59).
           03 RLI-REL-SOURCE PIC X(1).
      *>  前回比レポート（行数だけ数え、承認記録と突き合わせる）
       FD VARIANCE-F.
       01 VARIANCE-LINE PIC X(31).
      *>  出納係向けの支給ファイルの写し（承認済みのものだけ）
       FD RELPAY-F.
       01 RELPAY-LINE PIC X(80).
      *>  銀行向けの振込ファイルの写し（承認済みのものだけ）
       FD RELBANK-F.
       01 RELBANK-REC PIC X(26).
      *>  承認を拒否した理由
       FD RELERR-F.
       01 RELERR-REC.
           03 RERR-REASON PIC X(40).
           03 RERR-EXPECTED PIC X(12).
           03 RERR-FOUND PIC X(12).
      *>  実行管理ログ（バッチ本体と同じ様式。承認は
      *>  RL-RESTART="V"の行として追記し、承認した支給実行の
      *>  件数・金額と作成者・承認者、承認した支給の種類
      *>  （RL-REL-SOURCE）を記録する）
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
           03 RL-PREPARER PIC X(8).
           03 RL-APPROVER PIC X(8).
      *>  承認した支給実行の会社コード
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
      *>  承認する会社の指定（会社コード1行。無いか空白なら自社）
       FD COMPANY-F.
       01 COMPANY-REC.
           03 COMPANY-CODE-IN PIC X(2).
      *>  承認する支給の種類のパラメタファイル
      *>  RP-SOURCE "P"=バッチ本体（payment.txt・banktransfer.txt、
      *>  無い場合の既定）、"H"=保留解除（holdpay.txt・holdbank.txt）、
      *>  "A"=支給調整（adjpay.txt・adjbank.txt）
       FD RELPARM-F.
       01 RELPARM-REC.
           03 RP-SOURCE PIC X(1).
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
       01 F-STATUS10 PIC XX.
       01 F-STATUS11 PIC XX.
       01 RUN-DATE PIC 9(8).
      *>  承認する会社。自社以外の会社ではバッチ本体と同じく
      *>  ファイル名の頭に会社コードを付けた支給ファイル等を読み、
      *>  実行管理ログはその会社の行だけを見る
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 APPROVE-FNAME PIC X(24) VALUE "approve.txt".
       01 PAYMENT-FNAME PIC X(24) VALUE "payment.txt".
       01 BANK-FNAME PIC X(24) VALUE "banktransfer.txt".
       01 VARIANCE-FNAME PIC X(24) VALUE "variance.txt".
       01 RELPAY-FNAME PIC X(24) VALUE "relpay.txt".
       01 RELBANK-FNAME PIC X(24) VALUE "relbank.txt".
       01 RELERR-FNAME PIC X(24) VALUE "relerr.txt".
       01 RELPARM-FNAME PIC X(24) VALUE "relparm.txt".
      *>  承認する支給の種類（"P"=バッチ本体、"H"=保留解除、
      *>  "A"=支給調整）。保留解除と支給調整は写しの名前を
      *>  reladjpay.txtのように分け、出納係・銀行に渡す
       01 REL-SOURCE-W PIC X VALUE "P".
       01 RUN-TIME-RAW.
           03 RUN-TIME-HHMMSS PIC 9(6).
           03 FILLER PIC 9(2).
      *>  この実行の実行ID（プログラム記号＋実行日＋実行時刻）。
      *>  承認は支給履歴・仕訳連携を書かないため、実行管理ログの
      *>  行にだけ付ける（コントロールトータルは0を書く）
       01 RUN-ID.
           03 RUN-ID-PGM PIC X(2) VALUE "PR".
           03 RUN-ID-DATE PIC 9(8) VALUE ZERO.
           03 RUN-ID-TIME PIC 9(8) VALUE ZERO.
      *>  実行の終了区分（"C"=正常終了、"A"=中断）
       01 RUN-END PIC X VALUE "C".
       01 RUNLOG-SEQ PIC 9(6) VALUE ZERO.
       01 EOF-PAYMENT PIC X VALUE "N".
       01 EOF-BANK PIC X VALUE "N".
       01 EOF-RUNLOG PIC X VALUE "N".
       01 EOF-VARIANCE PIC X VALUE "N".
      *>  支給ファイルの最後のトレーラ
       01 TRAILER-FOUND PIC X VALUE "N".
       01 TRL-COUNT-W PIC 9(6) VALUE ZERO.
       01 TRL-NET-W PIC 9(9) VALUE ZERO.
       01 TRL-TRF-COUNT-W PIC 9(6) VALUE ZERO.
       01 TRL-TRF-AMT-W PIC 9(9) VALUE ZERO.
       01 TRL-CASH-AMT-W PIC 9(9) VALUE ZERO.
       01 TRL-RUN-DATE-W PIC 9(8) VALUE ZERO.
      *>  実行管理ログの最後の支給実行の行（バッチ本体は通常"N"・
      *>  再開"Y"、保留解除は"H"、支給調整は"A"）と、その後に
      *>  同じ種類の承認の行（"V"）があったかどうか
       01 RUNLOG-FOUND PIC X VALUE "N".
       01 RUNLOG-RELEASED PIC X VALUE "N".
       01 LAST-RUN-LINE.
           03 LR-DATE PIC 9(8).
           03 LR-TIME PIC 9(6).
           03 LR-RESTART PIC X(1).
           03 LR-ANNI-YY PIC 9(4).
           03 LR-ANNI-MM PIC 9(2).
           03 LR-VALID-FROM PIC 9(4).
           03 LR-VALID-TO PIC 9(4).
           03 FILLER PIC X(30).
           03 LR-COUNT PIC 9(6).
           03 LR-GROSS PIC 9(9).
           03 LR-NET PIC 9(9).
           03 LR-CASH-COUNT PIC 9(6).
           03 LR-CASH-AMT PIC 9(9).
           03 LR-TRF-COUNT PIC 9(6).
           03 LR-TRF-AMT PIC 9(9).
           03 LR-BALANCED PIC X(1).
           03 FILLER PIC X(23).
           03 FILLER PIC X(16).
           03 LR-COMPANY PIC X(2).
      *>  集計
       01 BANK-COUNT PIC 9(6) VALUE ZERO.
       01 BANK-TOTAL PIC 9(9) VALUE ZERO.
       01 VARIANCE-COUNT PIC 9(6) VALUE ZERO.
       01 RELPAY-COUNT PIC 9(6) VALUE ZERO.
       01 RELBANK-COUNT PIC 9(6) VALUE ZERO.
       01 BALANCE-CHECK-W PIC 9(9) VALUE ZERO.
      *>  拒否理由の編集用
       01 EDIT-NUM PIC 9(12) VALUE ZERO.
       01 EDIT-NUM2 PIC 9(12) VALUE ZERO.
       PROCEDURE DIVISION.
      *----------<メインルーチン>----------
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-RAW TO RUN-ID-TIME.
           PERFORM READ-COMPANY.
           PERFORM READ-REL-PARM.
           IF RUN-COMPANY NOT = HOME-COMPANY
               PERFORM SET-COMPANY-FILES
           END-IF.
           OPEN OUTPUT RELERR-F.
           IF F-STATUS8 NOT = "00"
               DISPLAY "OPEN ERROR " RELERR-FNAME " " F-STATUS8
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-APPROVAL.
           PERFORM CHECK-APPROVERS.
           PERFORM SCAN-PAYMENT.
           PERFORM CHECK-TRAILER.
           PERFORM SCAN-BANK.
           PERFORM SCAN-RUNLOG.
           PERFORM CHECK-RUNLOG.
      *>  前回比レポートはバッチ本体だけが書くため、保留解除と
      *>  支給調整では確認しない
           IF REL-SOURCE-W = "P"
               PERFORM SCAN-VARIANCE
           END-IF.
      *>  全ての確認が通った場合だけ写しを作り、承認を記録する
           PERFORM WRITE-RELEASE-COPIES.
           PERFORM WRITE-APPROVAL-STAMP.
           DISPLAY "PAYMENT RELEASE APPROVED BY " APV-APPROVER.
           DISPLAY "RELEASED PAYMENT FILE:   " PAYMENT-FNAME.
           DISPLAY "PAYMENT LINES RELEASED:  " RELPAY-COUNT.
           DISPLAY "TRANSFERS RELEASED:      " RELBANK-COUNT.
           CLOSE RELERR-F.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  承認する会社の会社コードを読み込む（バッチ本体と同じ
      *>  company.txt。無いか空白なら自社の支給実行を承認する）
       READ-COMPANY SECTION.
           OPEN INPUT COMPANY-F.
           IF F-STATUS10 = "00"
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
           DISPLAY "PAYMENT RELEASE FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  承認する支給の種類をパラメタファイルから読み込み、
      *>  支給ファイル・振込ファイルとその写しの名前を決める
      *>  （無ければバッチ本体の支給。パラメタファイルも自社以外
      *>  の会社ではファイル名の頭に会社コードを付ける）
       READ-REL-PARM SECTION.
           IF RUN-COMPANY NOT = HOME-COMPANY
               MOVE RUN-COMPANY TO CO-FNAME-CO
               MOVE RELPARM-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO RELPARM-FNAME
           END-IF.
           OPEN INPUT RELPARM-F.
           IF F-STATUS11 = "00"
               READ RELPARM-F
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-SOURCE = "H" OR RP-SOURCE = "A"
                           MOVE RP-SOURCE TO REL-SOURCE-W
                       END-IF
               END-READ
               CLOSE RELPARM-F
           END-IF.
           IF REL-SOURCE-W = "H"
               MOVE "holdpay.txt" TO PAYMENT-FNAME
               MOVE "holdbank.txt" TO BANK-FNAME
               MOVE "relholdpay.txt" TO RELPAY-FNAME
               MOVE "relholdbank.txt" TO RELBANK-FNAME
           ELSE
               IF REL-SOURCE-W = "A"
                   MOVE "adjpay.txt" TO PAYMENT-FNAME
                   MOVE "adjbank.txt" TO BANK-FNAME
                   MOVE "reladjpay.txt" TO RELPAY-FNAME
                   MOVE "reladjbank.txt" TO RELBANK-FNAME
               END-IF
           END-IF.
           DISPLAY "RELEASING PAYMENT SOURCE " REL-SOURCE-W.
       EXIT.

      *>  自社以外の会社ではファイル名の頭に会社コードを付ける
       SET-COMPANY-FILES SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE APPROVE-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO APPROVE-FNAME.
           MOVE PAYMENT-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO PAYMENT-FNAME.
           MOVE BANK-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO BANK-FNAME.
           MOVE VARIANCE-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO VARIANCE-FNAME.
           MOVE RELPAY-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RELPAY-FNAME.
           MOVE RELBANK-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RELBANK-FNAME.
           MOVE RELERR-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RELERR-FNAME.
       EXIT.

      *>  承認記録を読み込む（無ければ承認なしとして拒否する）
       READ-APPROVAL SECTION.
           OPEN INPUT APPROVE-F.
           IF F-STATUS NOT = "00"
               MOVE "NO APPROVAL RECORD" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           READ APPROVE-F
               AT END
                   MOVE "NO APPROVAL RECORD" TO RERR-REASON
                   CLOSE APPROVE-F
                   PERFORM REFUSE-RELEASE
           END-READ.
           CLOSE APPROVE-F.
           IF APV-RUN-DATE IS NOT NUMERIC
               OR APV-COUNT IS NOT NUMERIC
               OR APV-NET IS NOT NUMERIC
               OR APV-VAR-LINES IS NOT NUMERIC
               MOVE "APPROVAL RECORD NUMERIC ERROR" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
       EXIT.

      *>  作成者と承認者の確認（二人とも記入され、別人であること）
       CHECK-APPROVERS SECTION.
           IF APV-PREPARER = SPACE
               MOVE "PREPARER NOT GIVEN" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           IF APV-APPROVER = SPACE
               MOVE "APPROVER NOT GIVEN" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           IF APV-APPROVER = APV-PREPARER
               MOVE "APPROVER SAME AS PREPARER" TO RERR-REASON
               MOVE APV-PREPARER TO RERR-EXPECTED
               MOVE APV-APPROVER TO RERR-FOUND
               PERFORM REFUSE-RELEASE
           END-IF.
       EXIT.

      *>  支給ファイルを読み、最後のトレーラを控える
       SCAN-PAYMENT SECTION.
           OPEN INPUT PAYMENT-F.
           IF F-STATUS2 NOT = "00"
               MOVE "PAYMENT FILE NOT FOUND" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           PERFORM SCAN-PAYMENT-LINE UNTIL EOF-PAYMENT = "Y".
           CLOSE PAYMENT-F.
       EXIT.

       SCAN-PAYMENT-LINE SECTION.
           READ PAYMENT-F
               AT END
                   MOVE "Y" TO EOF-PAYMENT
               NOT AT END
                   IF TRAILER-LABEL = "TOTAL     "
                       MOVE "Y" TO TRAILER-FOUND
                       MOVE TRAILER-COUNT TO TRL-COUNT-W
                       MOVE TRAILER-NET TO TRL-NET-W
                       MOVE TRAILER-CASH-AMOUNT TO TRL-CASH-AMT-W
                       MOVE TRAILER-TRF-COUNT TO TRL-TRF-COUNT-W
                       MOVE TRAILER-TRF-AMOUNT TO TRL-TRF-AMT-W
                       MOVE TRAILER-RUN-DATE TO TRL-RUN-DATE-W
                   END-IF
           END-READ.
       EXIT.

      *>  承認記録がトレーラの件数・差引合計・実行日を書き写して
      *>  いるかを確認する
       CHECK-TRAILER SECTION.
           IF TRAILER-FOUND = "N"
               MOVE "PAYMENT TRAILER NOT FOUND" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           IF APV-RUN-DATE NOT = TRL-RUN-DATE-W
               MOVE "RUN DATE NOT AS APPROVED" TO RERR-REASON
               MOVE APV-RUN-DATE TO EDIT-NUM
               MOVE TRL-RUN-DATE-W TO EDIT-NUM2
               PERFORM REFUSE-WITH-AMOUNTS
           END-IF.
           IF APV-COUNT NOT = TRL-COUNT-W
               MOVE "PAYMENT COUNT NOT AS APPROVED" TO RERR-REASON
               MOVE APV-COUNT TO EDIT-NUM
               MOVE TRL-COUNT-W TO EDIT-NUM2
               PERFORM REFUSE-WITH-AMOUNTS
           END-IF.
           IF APV-NET NOT = TRL-NET-W
               MOVE "NET AMOUNT NOT AS APPROVED" TO RERR-REASON
               MOVE APV-NET TO EDIT-NUM
               MOVE TRL-NET-W TO EDIT-NUM2
               PERFORM REFUSE-WITH-AMOUNTS
           END-IF.
           COMPUTE BALANCE-CHECK-W = TRL-CASH-AMT-W + TRL-TRF-AMT-W.
           IF BALANCE-CHECK-W NOT = TRL-NET-W
               MOVE "TRAILER CASH + TRANSFER NOT NET" TO RERR-REASON
               MOVE TRL-NET-W TO EDIT-NUM
               MOVE BALANCE-CHECK-W TO EDIT-NUM2
               PERFORM REFUSE-WITH-AMOUNTS
           END-IF.
       EXIT.

      *>  振込ファイルの件数と金額をトレーラの振込分と突き合わせる
       SCAN-BANK SECTION.
           OPEN INPUT BANK-F.
           IF F-STATUS3 NOT = "00"
               MOVE "BANK TRANSFER FILE NOT FOUND" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           PERFORM SCAN-BANK-LINE UNTIL EOF-BANK = "Y".
           CLOSE BANK-F.
           IF BANK-COUNT NOT = TRL-TRF-COUNT-W
               MOVE "TRANSFER COUNT NOT AS TRAILER" TO RERR-REASON
               MOVE TRL-TRF-COUNT-W TO EDIT-NUM
               MOVE BANK-COUNT TO EDIT-NUM2
               PERFORM REFUSE-WITH-AMOUNTS
           END-IF.
           IF BANK-TOTAL NOT = TRL-TRF-AMT-W
               MOVE "TRANSFER AMOUNT NOT AS TRAILER" TO RERR-REASON
               MOVE TRL-TRF-AMT-W TO EDIT-NUM
               MOVE BANK-TOTAL TO EDIT-NUM2
               PERFORM REFUSE-WITH-AMOUNTS
           END-IF.
       EXIT.

       SCAN-BANK-LINE SECTION.
           READ BANK-F
               AT END
                   MOVE "Y" TO EOF-BANK
               NOT AT END
                   ADD 1 TO BANK-COUNT
                   IF BANK-AMOUNT IS NUMERIC
                       ADD BANK-AMOUNT TO BANK-TOTAL
                   END-IF
           END-READ.
       EXIT.

      *>  実行管理ログを読み、最後の支給実行の行を控える。その後
      *>  に承認の行があれば、その実行は承認済み（写しは作成済み）
       SCAN-RUNLOG SECTION.
           OPEN INPUT RUNLOG-IN-F.
           IF F-STATUS4 NOT = "00"
               MOVE "RUNLOG NOT FOUND" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           PERFORM SCAN-RUNLOG-LINE UNTIL EOF-RUNLOG = "Y".
           CLOSE RUNLOG-IN-F.
       EXIT.

       SCAN-RUNLOG-LINE SECTION.
           READ RUNLOG-IN-F
               AT END
                   MOVE "Y" TO EOF-RUNLOG
               NOT AT END
      *>  他の会社の行は読み飛ばす（会社コードの無い古い行は自社）
                   IF RLI-COMPANY NOT = RUN-COMPANY
                       AND (RLI-COMPANY NOT = SPACE
                       OR RUN-COMPANY NOT = HOME-COMPANY)
                       CONTINUE
                   ELSE
                       PERFORM CHECK-RUNLOG-LINE
                   END-IF
           END-READ.
       EXIT.

      *>  承認する種類の支給実行の行なら控え、同じ種類の承認の
      *>  行なら承認済みとする（種類の無い古い承認の行は
      *>  バッチ本体の承認）
       CHECK-RUNLOG-LINE SECTION.
           IF (REL-SOURCE-W = "P"
               AND (RLI-RESTART = "N" OR RLI-RESTART = "Y"))
               OR (REL-SOURCE-W NOT = "P"
               AND RLI-RESTART = REL-SOURCE-W)
               MOVE "Y" TO RUNLOG-FOUND
               MOVE "N" TO RUNLOG-RELEASED
               MOVE RUNLOG-IN-REC TO LAST-RUN-LINE
           ELSE
               IF RLI-RESTART = "V"
                   AND (RLI-REL-SOURCE = REL-SOURCE-W
                   OR (RLI-REL-SOURCE = SPACE
                   AND REL-SOURCE-W = "P"))
                   MOVE "Y" TO RUNLOG-RELEASED
               END-IF
           END-IF.
       EXIT.

      *>  最後の支給実行が照合一致で終わり、支給ファイルと同じ
      *>  実行のもので、まだ承認されていないことを確認する
       CHECK-RUNLOG SECTION.
           IF RUNLOG-FOUND = "N"
               MOVE "NO PAYROLL RUN IN RUNLOG" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           IF RUNLOG-RELEASED = "Y"
               MOVE "LATEST RUN ALREADY RELEASED" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           IF LR-BALANCED NOT = "Y"
               MOVE "LATEST RUN NOT BALANCED" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           IF LR-DATE NOT = TRL-RUN-DATE-W
               MOVE "RUNLOG DATE NOT AS TRAILER" TO RERR-REASON
               MOVE TRL-RUN-DATE-W TO EDIT-NUM
               MOVE LR-DATE TO EDIT-NUM2
               PERFORM REFUSE-WITH-AMOUNTS
           END-IF.
           IF LR-COUNT NOT = TRL-COUNT-W
               MOVE "RUNLOG COUNT NOT AS TRAILER" TO RERR-REASON
               MOVE TRL-COUNT-W TO EDIT-NUM
               MOVE LR-COUNT TO EDIT-NUM2
               PERFORM REFUSE-WITH-AMOUNTS
           END-IF.
           IF LR-NET NOT = TRL-NET-W
               MOVE "RUNLOG NET NOT AS TRAILER" TO RERR-REASON
               MOVE TRL-NET-W TO EDIT-NUM
               MOVE LR-NET TO EDIT-NUM2
               PERFORM REFUSE-WITH-AMOUNTS
           END-IF.
       EXIT.

      *>  前回比レポートの行数を数え、承認者が確認した行数と
      *>  突き合わせる（確認後に増えた行は未確認として拒否する）
       SCAN-VARIANCE SECTION.
           OPEN INPUT VARIANCE-F.
           IF F-STATUS5 NOT = "00"
               MOVE "VARIANCE REPORT NOT FOUND" TO RERR-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           PERFORM SCAN-VARIANCE-LINE UNTIL EOF-VARIANCE = "Y".
           CLOSE VARIANCE-F.
           IF VARIANCE-COUNT NOT = APV-VAR-LINES
               MOVE "VARIANCE REPORT NOT ACKNOWLEDGED" TO RERR-REASON
               MOVE APV-VAR-LINES TO EDIT-NUM
               MOVE VARIANCE-COUNT TO EDIT-NUM2
               PERFORM REFUSE-WITH-AMOUNTS
           END-IF.
       EXIT.

       SCAN-VARIANCE-LINE SECTION.
           READ VARIANCE-F
               AT END
                   MOVE "Y" TO EOF-VARIANCE
               NOT AT END
                   ADD 1 TO VARIANCE-COUNT
           END-READ.
       EXIT.

      *>  出納係向け・銀行向けの写しを作る
       WRITE-RELEASE-COPIES SECTION.
           OPEN OUTPUT RELPAY-F.
           IF F-STATUS6 NOT = "00"
               DISPLAY "OPEN ERROR " RELPAY-FNAME " " F-STATUS6
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELBANK-F.
           IF F-STATUS7 NOT = "00"
               DISPLAY "OPEN ERROR " RELBANK-FNAME " " F-STATUS7
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAYMENT-F.
           MOVE "N" TO EOF-PAYMENT.
           PERFORM COPY-PAYMENT-LINE UNTIL EOF-PAYMENT = "Y".
           CLOSE PAYMENT-F.
           OPEN INPUT BANK-F.
           MOVE "N" TO EOF-BANK.
           PERFORM COPY-BANK-LINE UNTIL EOF-BANK = "Y".
           CLOSE BANK-F.
           CLOSE RELPAY-F.
           CLOSE RELBANK-F.
       EXIT.

       COPY-PAYMENT-LINE SECTION.
           READ PAYMENT-F
               AT END
                   MOVE "Y" TO EOF-PAYMENT
               NOT AT END
                   WRITE RELPAY-LINE FROM PAYMENT-LINE
                   ADD 1 TO RELPAY-COUNT
           END-READ.
       EXIT.

       COPY-BANK-LINE SECTION.
           READ BANK-F
               AT END
                   MOVE "Y" TO EOF-BANK
               NOT AT END
                   WRITE RELBANK-REC FROM BANK-REC
                   ADD 1 TO RELBANK-COUNT
           END-READ.
       EXIT.

      *>  実行管理ログに承認の行を1行追記する（承認した支給実行
      *>  の件数・金額と、作成者・承認者を記録する）
       WRITE-APPROVAL-STAMP SECTION.
           OPEN EXTEND RUNLOG-F.
           IF F-STATUS9 NOT = "00"
               DISPLAY "OPEN ERROR runlog.txt " F-STATUS9
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE RUNLOG-REC.
           MOVE RUN-DATE TO RL-DATE.
           MOVE RUN-TIME-HHMMSS TO RL-TIME.
           MOVE "V" TO RL-RESTART.
           MOVE LR-ANNI-YY TO RL-ANNI-YY.
           MOVE LR-ANNI-MM TO RL-ANNI-MM.
           MOVE LR-VALID-FROM TO RL-VALID-FROM.
           MOVE LR-VALID-TO TO RL-VALID-TO.
           MOVE LR-COUNT TO RL-COUNT.
           MOVE LR-GROSS TO RL-GROSS.
           MOVE LR-NET TO RL-NET.
           MOVE LR-CASH-COUNT TO RL-CASH-COUNT.
           MOVE LR-CASH-AMT TO RL-CASH-AMT.
           MOVE LR-TRF-COUNT TO RL-TRF-COUNT.
           MOVE LR-TRF-AMT TO RL-TRF-AMT.
           MOVE "Y" TO RL-BALANCED.
           MOVE ZERO TO RL-RC.
           MOVE APV-PREPARER TO RL-PREPARER.
           MOVE APV-APPROVER TO RL-APPROVER.
           MOVE RUN-COMPANY TO RL-COMPANY.
           ADD 1 TO RUNLOG-SEQ.
           MOVE RUN-ID TO RL-RUN-ID.
           MOVE RUNLOG-SEQ TO RL-RUN-SEQ.
           MOVE RUN-END TO RL-END.
           MOVE ZERO TO RL-LEDGER-COUNT.
           MOVE ZERO TO RL-LEDGER-AMT.
           MOVE ZERO TO RL-GL-COUNT.
           MOVE ZERO TO RL-GL-DR.
           MOVE REL-SOURCE-W TO RL-REL-SOURCE.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-F.
       EXIT.

      *>  承認を拒否する。理由を拒否ファイルに書き、写しは作らず
      *>  非ゼロの戻り値で打ち切る
       REFUSE-WITH-AMOUNTS SECTION.
           MOVE EDIT-NUM TO RERR-EXPECTED.
           MOVE EDIT-NUM2 TO RERR-FOUND.
           PERFORM REFUSE-RELEASE.
       EXIT.

       REFUSE-RELEASE SECTION.
           DISPLAY "RELEASE REFUSED - " RERR-REASON.
           WRITE RELERR-REC.
           CLOSE RELERR-F.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       EXIT.

       END PROGRAM PAYMENT-RELEASE.
