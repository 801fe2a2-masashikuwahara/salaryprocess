      ******************************************************************
      * Author:kuwahara
      * Date:October.15.2026
      * Purpose:Release of held anniversary payments
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-RELEASE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT HOLD-F ASSIGN TO 'holds.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT HELDPAY-F ASSIGN TO DYNAMIC HELDPAY-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS2.
                   SELECT LEDGER-F ASSIGN TO 'ledger.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS3.
                   SELECT HOLDPAY-F ASSIGN TO DYNAMIC HOLDPAY-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
                   SELECT HOLDBANK-F ASSIGN TO DYNAMIC HOLDBANK-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
                   SELECT HOLDSLIP-F ASSIGN TO DYNAMIC HOLDSLIP-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS6.
                   SELECT HOLDAGE-F ASSIGN TO DYNAMIC HOLDAGE-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS7.
                   SELECT GLPOST-F ASSIGN TO DYNAMIC GLPOST-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS8.
                   SELECT RUNLOG-F ASSIGN TO 'runlog.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS9.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS10.
                   SELECT DEDORD-F ASSIGN TO 'dedorder.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS11.
                   SELECT REMIT-F ASSIGN TO DYNAMIC REMIT-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS12.
       DATA DIVISION.
       FILE SECTION.
      *>  支払保留ファイル（従業員保守で設定・解除する。載って
      *>  いるのは保留中の従業員だけで、解除されると行が消える）
       FD HOLD-F.
       01 HOLD-REC.
           03 HOLD-EMP-ID PIC 9(6).
           03 HOLD-REASON PIC X(2).
           03 HOLD-PLACED-BY PIC X(8).
           03 HOLD-PLACED-DATE PIC 9(8).
      *>  保留支給の登録簿（バッチ本体が保留中の従業員の計算結果
      *>  を書き出す。1行1支給で、解除されて支払った行は消え、
      *>  残りは次回に持ち越す。登録簿は会社ごとに分かれる）
       FD HELDPAY-F.
       01 HELDPAY-REC PIC X(121).
      *>  支給履歴の追記用（バッチ本体と同じ様式）。解除して
      *>  支払った分は保留した記念日サイクルの"P"として記帳し、
      *>  解除時に控除した控除命令の分は同じサイクルの"D"とする
       FD LEDGER-F.
       01 LEDGER-REC.
           03 LEDGER-EMP-ID PIC 9(6).
           03 LEDGER-RUN-DATE PIC 9(8).
           03 LEDGER-AMOUNT PIC 9(6).
           03 LEDGER-TYPE PIC X(1).
           03 LEDGER-ANNI-YY PIC 9(4).
           03 LEDGER-ANNI-MM PIC 9(2).
           03 LEDGER-GROSS PIC 9(6).
           03 LEDGER-TAX PIC 9(6).
           03 LEDGER-INSURANCE PIC 9(6).
           03 LEDGER-COMPANY PIC X(2).
      *>  書いた実行の実行ID（プログラム記号＋実行日＋実行時刻）と
      *>  その実行内での行の連番（旧様式の行は空白）
           03 LEDGER-RUN-ID PIC X(18).
           03 LEDGER-RUN-SEQ PIC 9(6).
      *>  解除分の現金支給明細（支給ファイルと同じ様式。末尾に
      *>  コントロールトータル行を書き、出納係が通常の支給と同じ
      *>  手順で扱えるようにする）
       FD HOLDPAY-F.
       01 PAYMENT.
           03 PAYMENT-ID PIC 9(6).
           03 PAYMENT-NAME PIC N(20).
           03 PAYMENT-AMOUNT3 PIC 9(6).
           03 PAYMENT-TAX PIC 9(6).
           03 PAYMENT-INSURANCE PIC 9(6).
           03 PAYMENT-NET PIC 9(6).
           03 MONEY.
               05 MONEY-10000 PIC 9(2).
               05 MONEY-5000 PIC 9(2).
               05 MONEY-1000 PIC 9(2).
               05 MONEY-500 PIC 9(2).
               05 MONEY-100 PIC 9(2).
       01 PAYMENT-TRAILER.
           03 TRAILER-LABEL PIC X(10) VALUE "TOTAL     ".
           03 TRAILER-COUNT PIC 9(6).
           03 TRAILER-AMOUNT PIC 9(9).
           03 TRAILER-NET PIC 9(9).
           03 TRAILER-CASH-COUNT PIC 9(6).
           03 TRAILER-CASH-AMOUNT PIC 9(9).
           03 TRAILER-TRF-COUNT PIC 9(6).
           03 TRAILER-TRF-AMOUNT PIC 9(9).
           03 TRAILER-RUN-DATE PIC 9(8).
      *>  解除分の銀行振込アップロード（バッチ本体と同じ様式）
       FD HOLDBANK-F.
       01 BANK-REC.
           03 BANK-EMP-ID PIC 9(6).
           03 BANK-BANK-CODE PIC X(04).
           03 BANK-BRANCH-CODE PIC X(03).
           03 BANK-ACCOUNT-NO PIC X(07).
           03 BANK-AMOUNT PIC 9(6).
      *>  解除分の給与明細
       FD HOLDSLIP-F.
       01 HOLDSLIP-LINE PIC X(80).
      *>  保留継続分の滞留レポート
       FD HOLDAGE-F.
       01 HOLDAGE-LINE PIC X(80).
      *>  解除分の仕訳連携ファイル（バッチ本体のglpost.txtと同じ
      *>  様式。借方＝部門別の給与費用（差引分）と控除分の給与
      *>  費用、貸方＝預り金・支払先別の控除預り金・現金・振込
      *>  未決済勘定）
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
      *>  実行管理ログ（バッチ本体と同じ様式。保留解除の実行は
      *>  RL-RESTART="H"で記録する）
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
      *>  実行する会社の指定（会社コード1行。無いか空白なら自社）
       FD COMPANY-F.
       01 COMPANY-REC.
           03 COMPANY-CODE-IN PIC X(2).
      *>  控除命令マスタ（バッチ本体と同じファイル）。バッチ本体は
      *>  保留中の従業員に命令を適用しないため、解除して支払う
      *>  ときに保留したサイクルの分として適用し、残高等を更新
      *>  して書き戻す。中身はDORD-WORKの様式で扱う
       FD DEDORD-F.
       01 DEDORD-REC PIC X(51).
      *>  解除分の控除の送金明細
       FD REMIT-F.
       01 REMIT-LINE PIC X(80).
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
       01 F-STATUS12 PIC XX.
       01 RUN-DATE PIC 9(8).
      *>  実行する会社。自社以外の会社の実行では、その会社の
      *>  保留登録簿を読み、解除分の出力ファイル名の頭に会社
      *>  コードを付ける（例 02heldpay.txt、02holdpay.txt）
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 HELDPAY-FNAME PIC X(24) VALUE "heldpay.txt".
       01 HOLDPAY-FNAME PIC X(24) VALUE "holdpay.txt".
       01 HOLDBANK-FNAME PIC X(24) VALUE "holdbank.txt".
       01 HOLDSLIP-FNAME PIC X(24) VALUE "holdslip.txt".
       01 HOLDAGE-FNAME PIC X(24) VALUE "holdage.txt".
       01 GLPOST-FNAME PIC X(24) VALUE "glposthold.txt".
       01 REMIT-FNAME PIC X(24) VALUE "holdremit.txt".
       01 RUN-TIME-RAW.
           03 RUN-TIME-HHMMSS PIC 9(6).
           03 FILLER PIC 9(2).
      *>  この実行の実行ID（プログラム記号＋実行日＋実行時刻）。
      *>  書き出す支給履歴・仕訳連携・実行管理ログの各行に付け、
      *>  行の種類ごとに実行内の連番を振る。書いた行の件数と金額
      *>  は実行管理ログにコントロールトータルとして記録する
       01 RUN-ID.
           03 RUN-ID-PGM PIC X(2) VALUE "HR".
           03 RUN-ID-DATE PIC 9(8) VALUE ZERO.
           03 RUN-ID-TIME PIC 9(8) VALUE ZERO.
      *>  実行の終了区分（"C"=正常終了、"A"=中断）
       01 RUN-END PIC X VALUE "C".
       01 LEDGER-SEQ PIC 9(6) VALUE ZERO.
       01 LEDGER-AMT-HASH PIC 9(11) VALUE ZERO.
       01 GL-SEQ PIC 9(6) VALUE ZERO.
       01 GL-DR-HASH PIC 9(11) VALUE ZERO.
       01 RUNLOG-SEQ PIC 9(6) VALUE ZERO.
       01 EOF-HOLD PIC X VALUE "N".
       01 EOF-HELDPAY PIC X VALUE "N".
      *>  保留支給1行分の作業領域（バッチ本体のheldpay.txtと
      *>  同じ様式）
       01 HELD-WORK.
           03 HW-EMP-ID PIC 9(6).
           03 HW-NAME PIC N(20).
           03 HW-STATUS PIC 9(1).
           03 HW-DATE-OF-EMP PIC 9(8).
           03 HW-DEPT PIC X(4).
           03 HW-ANNI-YY PIC 9(4).
           03 HW-ANNI-MM PIC 9(2).
           03 HW-HELD-DATE PIC 9(8).
           03 HW-REASON PIC X(2).
           03 HW-LEN PIC 9(4).
           03 HW-RATE PIC 9V99.
           03 HW-GROSS PIC 9(6).
           03 HW-TAX PIC 9(6).
           03 HW-INSURANCE PIC 9(6).
           03 HW-NET PIC 9(6).
           03 HW-METHOD PIC X(1).
           03 HW-BANK-CODE PIC X(4).
           03 HW-BRANCH-CODE PIC X(3).
           03 HW-ACCOUNT-NO PIC X(7).
      *>  支払保留ファイルをまるごと載せる作業テーブル
       01 HOLD-TABLE.
           03 HOLD-ENTRY OCCURS 2000 TIMES.
               05 HOLDT-EMP-ID PIC 9(6).
       01 HOLD-MAX PIC 9(4) VALUE 2000.
       01 HOLD-COUNT PIC 9(4) VALUE ZERO.
       01 HOLD-SUB PIC 9(4) VALUE ZERO.
       01 HOLD-FOUND PIC X VALUE "N".
      *>  登録簿をまるごと載せる作業テーブル
      *>  HELDT-FLAG "H"=保留継続、"P"=解除して支払済み
       01 HELD-TABLE.
           03 HELD-ENTRY OCCURS 2000 TIMES.
               05 HELDT-REC PIC X(121).
               05 HELDT-FLAG PIC X(1).
       01 HELD-MAX PIC 9(4) VALUE 2000.
       01 HELD-COUNT PIC 9(4) VALUE ZERO.
       01 HELD-SUB PIC 9(4) VALUE ZERO.
       01 NET-W PIC 9999PP.
      *>  控除命令の様式（バッチ本体と同じ）。OW-TYPE "G"=差押え、
      *>  "L"=社内貸付の返済（この2種は残高を持ち、完済で"C"に
      *>  なる）、"U"=組合費。OW-METHOD "F"=定額、"P"=税・保険料
      *>  控除後の差引支給額に対する率。OW-MIN-NETは控除後も本人
      *>  に残す最低支給額。OW-LAST-YY/MMは最後に適用した記念日
      *>  サイクル
       01 DORD-WORK.
           03 OW-EMP-ID PIC 9(6).
           03 OW-SEQ PIC 9(2).
           03 OW-TYPE PIC X(1).
           03 OW-METHOD PIC X(1).
           03 OW-AMOUNT PIC 9(6).
           03 OW-PCT PIC 9(2)V99.
           03 OW-MIN-NET PIC 9(6).
           03 OW-BALANCE PIC 9(7).
           03 OW-PAYEE PIC X(4).
           03 OW-STATUS PIC X(1).
           03 OW-LAST-YY PIC 9(4).
           03 OW-LAST-MM PIC 9(2).
           03 OW-TAKEN PIC 9(7).
      *>  控除命令テーブル（マスタの全行をそのまま持ち、終わりに
      *>  書き戻す。ORDT-OK "N"の行は様式不正で適用しない）
       01 DORD-TABLE.
           03 DORD-ENTRY OCCURS 2000 TIMES.
               05 ORDT-LINE PIC X(51).
               05 ORDT-OK PIC X(1).
       01 DORD-MAX PIC 9(4) VALUE 2000.
       01 DORD-COUNT PIC 9(4) VALUE ZERO.
       01 DORD-SUB PIC 9(4) VALUE ZERO.
       01 DORD-LOADED PIC X VALUE "N".
       01 DORD-BAD-COUNT PIC 9(6) VALUE ZERO.
       01 DORD-CLOSED-COUNT PIC 9(6) VALUE ZERO.
       01 DORD-PROTECT-COUNT PIC 9(6) VALUE ZERO.
       01 EOF-DEDORD PIC X VALUE "N".
      *>  控除額の計算の作業領域（率の計算の基準は最初の命令を
      *>  適用する前の差引支給額）
       01 NET-AMOUNT PIC 9(6) VALUE ZERO.
       01 DEDN-BASE PIC 9(6) VALUE ZERO.
       01 DEDN-AMT-W PIC 9(7) VALUE ZERO.
       01 DEDN-AVAIL-W PIC 9(6) VALUE ZERO.
       01 DEDN-FLOOR-W PIC 9(7) VALUE ZERO.
       01 HELD-CYCLE PIC 9(6) VALUE ZERO.
       01 LAST-CYCLE PIC 9(6) VALUE ZERO.
      *>  処理中の解除分に適用した控除（給与明細・支給履歴・
      *>  送金明細に書き出すまで控えておく）
       01 EMP-DEDN-TABLE.
           03 EMP-DEDN-ENTRY OCCURS 10 TIMES.
               05 EDN-SEQ PIC 9(2).
               05 EDN-TYPE PIC X(1).
               05 EDN-PAYEE PIC X(4).
               05 EDN-AMOUNT PIC 9(6).
               05 EDN-BALANCE PIC 9(7).
               05 EDN-CLOSED PIC X(1).
       01 EMP-DEDN-MAX PIC 9(4) VALUE 10.
       01 EMP-DEDN-COUNT PIC 9(4) VALUE ZERO.
       01 EMP-DEDN-SUB PIC 9(4) VALUE ZERO.
      *>  今回の実行で預かった控除の明細（送金明細を支払先ごとに
      *>  まとめて印字するために控える）
       01 RUN-DEDN-TABLE.
           03 RUN-DEDN-ENTRY OCCURS 2000 TIMES.
               05 RDN-EMP-ID PIC 9(6).
               05 RDN-SEQ PIC 9(2).
               05 RDN-TYPE PIC X(1).
               05 RDN-PAYEE PIC X(4).
               05 RDN-AMOUNT PIC 9(6).
               05 RDN-BALANCE PIC 9(7).
               05 RDN-CLOSED PIC X(1).
       01 RUN-DEDN-MAX PIC 9(4) VALUE 2000.
       01 RUN-DEDN-COUNT PIC 9(4) VALUE ZERO.
       01 RUN-DEDN-SUB PIC 9(4) VALUE ZERO.
      *>  支払先別の控除合計（仕訳の貸方と送金明細に使う）
       01 PAYEE-TABLE.
           03 PAYEE-ENTRY OCCURS 50 TIMES.
               05 PAYEE-CODE-TAB PIC X(4).
               05 PAYEE-COUNT-TAB PIC 9(6).
               05 PAYEE-TOTAL-TAB PIC 9(9).
       01 PAYEE-MAX PIC 9(4) VALUE 50.
       01 PAYEE-COUNT PIC 9(4) VALUE ZERO.
       01 PAYEE-SUB PIC 9(4) VALUE ZERO.
       01 PAYEE-FOUND PIC X VALUE "N".
       01 DEDN-GRAND-COUNT PIC 9(6) VALUE ZERO.
       01 DEDN-GRAND-TOTAL PIC 9(9) VALUE ZERO.
      *>  控除命令の種別の印字名
       01 DEDN-TYPE-KEY PIC X(1) VALUE SPACE.
       01 DEDN-TYPE-TEXT PIC X(14) VALUE SPACE.
       01 BASIC-RESULT2 PIC 9(6).
       01 BASIC-RESULT3 PIC 9(6).
       01 BASIC-RESULT4 PIC 9(6).
       01 BASIC-RESULT5 PIC 9(6).
      *>  日数計算の作業領域（通算日に直して差を取る）
       01 DATE-W.
           03 DATE-W-YY PIC 9(4).
           03 DATE-W-MM PIC 9(2).
           03 DATE-W-DD PIC 9(2).
       01 DAYS-W PIC 9(7) VALUE ZERO.
       01 TODAY-DAYS PIC 9(7) VALUE ZERO.
       01 HELD-DAYS PIC S9(7) VALUE ZERO.
       01 LEAP-Q PIC 9(4).
       01 LEAP-YY-W PIC 9(4).
       01 LEAP-Q4 PIC 9(4).
       01 LEAP-Q100 PIC 9(4).
       01 LEAP-Q400 PIC 9(4).
       01 LEAP-R4 PIC 9(2).
       01 LEAP-R100 PIC 9(2).
       01 LEAP-R400 PIC 9(3).
       01 LEAP-FLAG PIC X VALUE "N".
       01 MONTH-CUM-DAYS PIC 9(3) VALUE ZERO.
      *>  集計（トレーラ・部門別集計・実行管理ログ用）
       01 HELD-READ-COUNT PIC 9(6) VALUE ZERO.
       01 RELEASED-COUNT PIC 9(6) VALUE ZERO.
       01 TRAILER-GRAND-TOTAL PIC 9(9) VALUE ZERO.
       01 TRAILER-NET-TOTAL PIC 9(9) VALUE ZERO.
       01 CASH-REC-COUNT PIC 9(6) VALUE ZERO.
       01 CASH-TOTAL PIC 9(9) VALUE ZERO.
       01 TRF-REC-COUNT PIC 9(6) VALUE ZERO.
       01 TRF-TOTAL PIC 9(9) VALUE ZERO.
       01 TAX-TOTAL PIC 9(9) VALUE ZERO.
       01 INS-TOTAL PIC 9(9) VALUE ZERO.
       01 OUTSTAND-COUNT PIC 9(6) VALUE ZERO.
       01 OUTSTAND-AMT PIC 9(9) VALUE ZERO.
       01 AGE-0-30-COUNT PIC 9(6) VALUE ZERO.
       01 AGE-0-30-AMT PIC 9(9) VALUE ZERO.
       01 AGE-31-60-COUNT PIC 9(6) VALUE ZERO.
       01 AGE-31-60-AMT PIC 9(9) VALUE ZERO.
       01 AGE-OVER-COUNT PIC 9(6) VALUE ZERO.
       01 AGE-OVER-AMT PIC 9(9) VALUE ZERO.
       01 GL-DR-TOTAL PIC 9(12) VALUE ZERO.
       01 GL-CR-TOTAL PIC 9(12) VALUE ZERO.
       01 GL-BALANCED PIC X VALUE "Y".
       01 BALANCE-CHECK-W PIC 9(9) VALUE ZERO.
       01 BALANCE-OK PIC X VALUE "Y".
       01 RUN-RC PIC 9(2) VALUE ZERO.
      *>  部門別集計テーブル（仕訳の部門別給与費用用）
       01 DEPT-TABLE.
           03 DEPT-ENTRY OCCURS 20 TIMES.
               05 DEPT-CODE-TAB PIC X(04).
               05 DEPT-COUNT-TAB PIC 9(06).
               05 DEPT-TOTAL-TAB PIC 9(09).
       01 DEPT-TABLE-MAX PIC 9(4) VALUE 20.
       01 DEPT-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 DEPT-SUB PIC 9(4) VALUE ZERO.
       01 DEPT-FOUND PIC X VALUE "N".
      *>  解除分の給与明細の印刷様式（給与明細と同じ枠組み）
       01 SLIP-PAGE-NO PIC 9(4) VALUE ZERO.
       01 SLIP-BORDER-LINE.
           03 FILLER PIC X(44) VALUE ALL "*".
       01 SLIP-TITLE-LINE.
           03 FILLER PIC X(10) VALUE "*       ".
           03 FILLER PIC X(26) VALUE "RELEASED HELD PAYMENT SLIP".
           03 FILLER PIC X(8) VALUE "       *".
       01 SLIP-EMP-LINE.
           03 FILLER PIC X(21) VALUE "EMPLOYEE NO        : ".
           03 SLIP-EMP-ID PIC 9(6).
       01 SLIP-NAME-LINE.
           03 FILLER PIC X(21) VALUE "NAME               : ".
           03 SLIP-NAME PIC N(20).
       01 SLIP-CYCLE-LINE.
           03 FILLER PIC X(21) VALUE "ANNIVERSARY CYCLE  : ".
           03 SLIP-CYCLE-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 SLIP-CYCLE-MM PIC 9(2).
       01 SLIP-HELD-LINE.
           03 FILLER PIC X(21) VALUE "HELD SINCE         : ".
           03 SLIP-HELD-DATE PIC 9(8).
       01 SLIP-LEN-LINE.
           03 FILLER PIC X(21) VALUE "SERVICE MONTHS     : ".
           03 SLIP-LEN PIC ZZZ9.
           03 FILLER PIC X(9) VALUE "   RATE: ".
           03 SLIP-RATE PIC 9.99.
       01 SLIP-GROSS-LINE.
           03 FILLER PIC X(21) VALUE "GROSS PAYMENT      : ".
           03 FILLER PIC X(1) VALUE "\".
           03 SLIP-GROSS PIC ZZZ,ZZ9.
       01 SLIP-TAX-LINE.
           03 FILLER PIC X(21) VALUE "WITHHOLDING TAX    : ".
           03 FILLER PIC X(1) VALUE "\".
           03 SLIP-TAX PIC ZZZ,ZZ9.
       01 SLIP-INSURE-LINE.
           03 FILLER PIC X(21) VALUE "SOCIAL INSURANCE   : ".
           03 FILLER PIC X(1) VALUE "\".
           03 SLIP-INSURE PIC ZZZ,ZZ9.
       01 SLIP-NET-LINE.
           03 FILLER PIC X(21) VALUE "NET PAYMENT        : ".
           03 FILLER PIC X(1) VALUE "\".
           03 SLIP-NET PIC ZZZ,ZZ9.
      *>  控除命令1件分の行（差押え・貸付は控除後の残高も印字）
       01 SLIP-DEDN-LINE.
           03 SLIP-DEDN-TEXT PIC X(14).
           03 SLIP-DEDN-PAYEE PIC X(4).
           03 FILLER PIC X(3) VALUE " : ".
           03 FILLER PIC X(1) VALUE "\".
           03 SLIP-DEDN-AMT PIC ZZZ,ZZ9.
           03 SLIP-DEDN-BAL-AREA.
               05 SLIP-DEDN-BAL-TEXT PIC X(7).
               05 SLIP-DEDN-BAL PIC Z,ZZZ,ZZ9.
       01 SLIP-MONEY-LINE.
           03 FILLER PIC X(6) VALUE "CASH  ".
           03 FILLER PIC X(6) VALUE "10000:".
           03 SLIP-M10000 PIC Z9.
           03 FILLER PIC X(7) VALUE "  5000:".
           03 SLIP-M5000 PIC Z9.
           03 FILLER PIC X(7) VALUE "  1000:".
           03 SLIP-M1000 PIC Z9.
           03 FILLER PIC X(7) VALUE "   500:".
           03 SLIP-M500 PIC Z9.
           03 FILLER PIC X(7) VALUE "   100:".
           03 SLIP-M100 PIC Z9.
       01 SLIP-FOOT-LINE.
           03 FILLER PIC X(15) VALUE "--------- PAGE ".
           03 SLIP-PAGE PIC ZZZ9.
           03 FILLER PIC X(25) VALUE " ------------------------".
       01 SLIP-BLANK-LINE PIC X(44) VALUE SPACE.
      *>  滞留レポートの印刷様式（未請求現金の滞留レポートと同じ
      *>  組み方）
       01 AGE-HEAD-LINE.
           03 FILLER PIC X(26) VALUE "HELD PAYMENTS REGISTER    ".
           03 AGE-HEAD-DATE PIC 9(8).
       01 AGE-RULE-LINE.
           03 FILLER PIC X(60) VALUE ALL "-".
       01 AGE-DETAIL-LINE.
           03 AGE-D-EMP PIC 9(6).
           03 FILLER PIC X(2) VALUE "  ".
           03 AGE-D-CYCLE-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 AGE-D-CYCLE-MM PIC 9(2).
           03 FILLER PIC X(7) VALUE "  SINCE".
           03 FILLER PIC X(1) VALUE " ".
           03 AGE-D-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE "  ".
           03 AGE-D-DAYS PIC ZZZ9.
           03 FILLER PIC X(7) VALUE " DAYS  ".
           03 AGE-D-REASON PIC X(2).
           03 FILLER PIC X(3) VALUE "  \".
           03 AGE-D-AMOUNT PIC ZZZ,ZZ9.
       01 AGE-COUNT-LINE.
           03 AGE-C-TEXT PIC X(24).
           03 AGE-C-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(3) VALUE "  \".
           03 AGE-C-AMT PIC ZZZ,ZZZ,ZZ9.
       01 AGE-CHECK-LINE.
           03 AGE-CHECK-TEXT PIC X(48).
      *>  送金明細の印刷様式（バッチ本体の送金明細と同じ組み方。
      *>  解除分は保留したサイクルがまちまちのため見出しは実行日
      *>  だけにする）
       01 RMT-HEAD-LINE.
           03 FILLER PIC X(38)
               VALUE "DEDUCTION REMITTANCE - HOLD RELEASE   ".
           03 RMT-HEAD-DATE PIC 9(8).
       01 RMT-RULE-LINE.
           03 FILLER PIC X(60) VALUE ALL "-".
       01 RMT-PAYEE-LINE.
           03 FILLER PIC X(8) VALUE "PAYEE : ".
           03 RMT-PAYEE PIC X(4).
       01 RMT-DETAIL-LINE.
           03 FILLER PIC X(6) VALUE "  EMP ".
           03 RMT-EMP-ID PIC 9(6).
           03 FILLER PIC X(1) VALUE "-".
           03 RMT-SEQ PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACE.
           03 RMT-TYPE PIC X(14).
           03 FILLER PIC X(1) VALUE "\".
           03 RMT-AMOUNT PIC ZZZ,ZZ9.
           03 RMT-BAL-AREA.
               05 RMT-BAL-TEXT PIC X(7).
               05 RMT-BAL PIC Z,ZZZ,ZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 RMT-CLOSED PIC X(8).
       01 RMT-PAYEE-TOTAL-LINE.
           03 FILLER PIC X(16) VALUE "  PAYEE TOTAL  (".
           03 RMT-PAYEE-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(4) VALUE ")  \".
           03 RMT-PAYEE-TOTAL PIC ZZZ,ZZZ,ZZ9.
       01 RMT-TOTAL-LINE.
           03 FILLER PIC X(16) VALUE "TOTAL REMITTED (".
           03 RMT-TOTAL-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(4) VALUE ")  \".
           03 RMT-TOTAL PIC ZZZ,ZZZ,ZZ9.
       01 RMT-NOTE-LINE.
           03 RMT-NOTE-TEXT PIC X(44).
           03 RMT-NOTE-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *----------<メインルーチン>----------
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-RAW TO RUN-ID-TIME.
           MOVE RUN-DATE TO DATE-W.
           PERFORM DATE-TO-DAYS.
           MOVE DAYS-W TO TODAY-DAYS.
           PERFORM READ-COMPANY.
           IF RUN-COMPANY NOT = HOME-COMPANY
               PERFORM SET-COMPANY-FILES
           END-IF.
           OPEN INPUT HELDPAY-F.
           IF F-STATUS2 NOT = "00"
               DISPLAY "NO HELD PAYMENTS REGISTER - NOTHING TO DO."
               STOP RUN
           END-IF.
           PERFORM LOAD-HELD-LINE UNTIL EOF-HELDPAY = "Y".
           CLOSE HELDPAY-F.
      *>  支払保留ファイルが読めないまま進むと保留中の全員を
      *>  支払ってしまうため、ここで打ち切る
           OPEN INPUT HOLD-F.
           IF F-STATUS NOT = "00"
               DISPLAY "OPEN ERROR holds.txt " F-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-HOLD-LINE UNTIL EOF-HOLD = "Y".
           CLOSE HOLD-F.
           PERFORM LOAD-DEDUCTION-ORDERS.
      *>  資金を動かすファイルが開けないまま進むと支給と帳簿が
      *>  食い違うため、ここで全て確認してから解除に入る
           OPEN EXTEND LEDGER-F.
           IF F-STATUS3 = "35"
               OPEN OUTPUT LEDGER-F
           END-IF.
           IF F-STATUS3 NOT = "00"
               DISPLAY "OPEN ERROR ledger.txt " F-STATUS3
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HOLDPAY-F.
           IF F-STATUS4 NOT = "00"
               DISPLAY "OPEN ERROR " HOLDPAY-FNAME " " F-STATUS4
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HOLDBANK-F.
           IF F-STATUS5 NOT = "00"
               DISPLAY "OPEN ERROR " HOLDBANK-FNAME " " F-STATUS5
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HOLDSLIP-F.
           IF F-STATUS6 NOT = "00"
               DISPLAY "OPEN ERROR " HOLDSLIP-FNAME " " F-STATUS6
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HOLDAGE-F.
           IF F-STATUS7 NOT = "00"
               DISPLAY "OPEN ERROR " HOLDAGE-FNAME " " F-STATUS7
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GLPOST-F.
           IF F-STATUS8 NOT = "00"
               DISPLAY "OPEN ERROR " GLPOST-FNAME " " F-STATUS8
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REMIT-F.
           IF F-STATUS12 NOT = "00"
               DISPLAY "OPEN ERROR " REMIT-FNAME " " F-STATUS12
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RUNLOG-F.
           IF F-STATUS9 = "35"
               OPEN OUTPUT RUNLOG-F
           END-IF.
           IF F-STATUS9 NOT = "00"
               DISPLAY "OPEN ERROR runlog.txt " F-STATUS9
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO HELD-SUB.
           PERFORM RELEASE-HELD-PAYMENT UNTIL HELD-SUB > HELD-COUNT.
           PERFORM WRITE-PAYMENT-TRAILER.
           PERFORM WRITE-REMITTANCE.
      *>  会計システムへの仕訳連携バッチを書き出す
           PERFORM WRITE-GL-POSTING.
      *>  控除命令の残高を更新したマスタを書き戻す
           PERFORM REWRITE-DEDUCTION-ORDERS.
           PERFORM WRITE-REGISTER.
           PERFORM WRITE-AGING-REPORT.
           PERFORM CHECK-RUN-BALANCE.
           PERFORM WRITE-RUN-LOG.
           DISPLAY "HELD PAYMENTS READ:  " HELD-READ-COUNT.
           DISPLAY "RELEASED AND PAID:   " RELEASED-COUNT.
           DISPLAY "STILL ON HOLD:       " OUTSTAND-COUNT.
           IF DEDN-GRAND-COUNT > ZERO
               DISPLAY "ORDER DEDUCTIONS TAKEN: " DEDN-GRAND-COUNT
                   " TOTAL " DEDN-GRAND-TOTAL
           END-IF.
           CLOSE LEDGER-F.
           CLOSE HOLDPAY-F.
           CLOSE HOLDBANK-F.
           CLOSE HOLDSLIP-F.
           CLOSE HOLDAGE-F.
           CLOSE GLPOST-F.
           CLOSE REMIT-F.
           CLOSE RUNLOG-F.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  実行する会社の会社コードを読み込む（バッチ本体と同じ
      *>  company.txt。無いか空白なら自社の保留解除）
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
           DISPLAY "HOLD RELEASE FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  自社以外の会社の実行では登録簿と出力のファイル名の頭に
      *>  会社コードを付ける（支給履歴と実行管理ログは全社共通の
      *>  ファイルに会社コード付きで書く。控除命令マスタも全社
      *>  共通で、従業員番号で引き当てる）
       SET-COMPANY-FILES SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE HELDPAY-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO HELDPAY-FNAME.
           MOVE HOLDPAY-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO HOLDPAY-FNAME.
           MOVE HOLDBANK-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO HOLDBANK-FNAME.
           MOVE HOLDSLIP-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO HOLDSLIP-FNAME.
           MOVE HOLDAGE-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO HOLDAGE-FNAME.
           MOVE GLPOST-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO GLPOST-FNAME.
           MOVE REMIT-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO REMIT-FNAME.
       EXIT.

      *>  保留支給の登録簿を作業テーブルに読み込む
       LOAD-HELD-LINE SECTION.
           READ HELDPAY-F
               AT END
                   MOVE "Y" TO EOF-HELDPAY
               NOT AT END
                   IF HELD-COUNT < HELD-MAX
                       ADD 1 TO HELD-COUNT
                       ADD 1 TO HELD-READ-COUNT
                       MOVE HELDPAY-REC TO HELDT-REC(HELD-COUNT)
                       MOVE "H" TO HELDT-FLAG(HELD-COUNT)
                   ELSE
                       DISPLAY "HELD PAYMENT TABLE FULL - ABORT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       EXIT.

      *>  支払保留ファイルを作業テーブルに読み込む
       LOAD-HOLD-LINE SECTION.
           READ HOLD-F
               AT END
                   MOVE "Y" TO EOF-HOLD
               NOT AT END
                   IF HOLD-COUNT < HOLD-MAX
                       ADD 1 TO HOLD-COUNT
                       MOVE HOLD-EMP-ID TO HOLDT-EMP-ID(HOLD-COUNT)
                   ELSE
                       DISPLAY "HOLD TABLE FULL - ABORT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       EXIT.

      *>  支払保留テーブルから登録簿の従業員を探す
       HOLD-FIND SECTION.
           MOVE 1 TO HOLD-SUB.
           MOVE "N" TO HOLD-FOUND.
           PERFORM HOLD-SEARCH
               UNTIL HOLD-SUB > HOLD-COUNT OR HOLD-FOUND = "Y".
       EXIT.

       HOLD-SEARCH SECTION.
           IF HOLDT-EMP-ID(HOLD-SUB) = HW-EMP-ID
               MOVE "Y" TO HOLD-FOUND
           ELSE
               ADD 1 TO HOLD-SUB
           END-IF.
       EXIT.

      *>  登録簿1行分の判定。支払保留ファイルから消えている
      *>  （保留が解除された）従業員の分だけを支払う
       RELEASE-HELD-PAYMENT SECTION.
           MOVE HELDT-REC(HELD-SUB) TO HELD-WORK.
           PERFORM HOLD-FIND.
           IF HOLD-FOUND = "N"
               PERFORM PAY-RELEASED
               MOVE "P" TO HELDT-FLAG(HELD-SUB)
           END-IF.
           ADD 1 TO HELD-SUB.
       EXIT.

      *>  解除された保留分を保留時に判定した支給方法で支払う。
      *>  現金は支給ファイル（金種内訳）、振込は振込依頼ファイル。
      *>  支払う前に控除命令を適用し、控除後の差引支給額（100円
      *>  未満切捨て）を支払う
       PAY-RELEASED SECTION.
           MOVE ZERO TO EMP-DEDN-COUNT.
           IF DORD-LOADED = "Y"
               PERFORM APPLY-DEDUCTION-ORDERS
           END-IF.
           INITIALIZE PAYMENT.
           IF HW-METHOD = "T"
               MOVE HW-EMP-ID TO BANK-EMP-ID
               MOVE HW-BANK-CODE TO BANK-BANK-CODE
               MOVE HW-BRANCH-CODE TO BANK-BRANCH-CODE
               MOVE HW-ACCOUNT-NO TO BANK-ACCOUNT-NO
               MOVE HW-NET TO BANK-AMOUNT
               WRITE BANK-REC
               ADD 1 TO TRF-REC-COUNT
               ADD HW-NET TO TRF-TOTAL
           ELSE
               MOVE HW-EMP-ID TO PAYMENT-ID
               MOVE HW-NAME TO PAYMENT-NAME
               MOVE HW-GROSS TO PAYMENT-AMOUNT3
               MOVE HW-TAX TO PAYMENT-TAX
               MOVE HW-INSURANCE TO PAYMENT-INSURANCE
               MOVE HW-NET TO PAYMENT-NET
               MOVE HW-NET TO NET-W
               DIVIDE 10000 INTO NET-W GIVING MONEY-10000
               REMAINDER BASIC-RESULT2
               DIVIDE 5000 INTO BASIC-RESULT2 GIVING MONEY-5000
               REMAINDER BASIC-RESULT3
               DIVIDE 1000 INTO BASIC-RESULT3 GIVING MONEY-1000
               REMAINDER BASIC-RESULT4
               DIVIDE 500 INTO BASIC-RESULT4 GIVING MONEY-500
               REMAINDER BASIC-RESULT5
               DIVIDE 100 INTO BASIC-RESULT5 GIVING MONEY-100
               WRITE PAYMENT
               ADD 1 TO CASH-REC-COUNT
               ADD HW-NET TO CASH-TOTAL
           END-IF.
           ADD 1 TO RELEASED-COUNT.
           ADD HW-GROSS TO TRAILER-GRAND-TOTAL.
           ADD HW-NET TO TRAILER-NET-TOTAL.
           ADD HW-TAX TO TAX-TOTAL.
           ADD HW-INSURANCE TO INS-TOTAL.
           PERFORM ACCUMULATE-DEPARTMENT.
           PERFORM WRITE-RELEASE-LEDGER.
      *>  控除命令で控除した分を支給履歴と送金明細・仕訳用に計上する
           MOVE 1 TO EMP-DEDN-SUB.
           PERFORM POST-EMP-DEDUCTION
               UNTIL EMP-DEDN-SUB > EMP-DEDN-COUNT.
           PERFORM WRITE-RELEASE-SLIP.
           DISPLAY "HELD PAYMENT RELEASED - " HW-EMP-ID.
       EXIT.

      *>  控除命令マスタを読み込む（無ければ控除命令なし）
       LOAD-DEDUCTION-ORDERS SECTION.
           OPEN INPUT DEDORD-F.
           IF F-STATUS11 NOT = "00"
               DISPLAY "NO DEDUCTION ORDER FILE - NO ORDERS APPLIED."
           ELSE
               MOVE "Y" TO DORD-LOADED
               PERFORM LOAD-ORDER-LINE UNTIL EOF-DEDORD = "Y"
               CLOSE DEDORD-F
               DISPLAY "DEDUCTION ORDERS ON FILE: " DORD-COUNT
               IF DORD-BAD-COUNT > ZERO
                   DISPLAY "DEDUCTION ORDERS INVALID: " DORD-BAD-COUNT
               END-IF
           END-IF.
       EXIT.

      *>  控除命令を1件ずつテーブルに格納する。マスタは実行の
      *>  終わりにテーブルから丸ごと書き戻すため、載せきれない
      *>  行があるまま進むとその行が失われる。その場合は解除に
      *>  入る前に打ち切る
       LOAD-ORDER-LINE SECTION.
           READ DEDORD-F
               AT END
                   MOVE "Y" TO EOF-DEDORD
               NOT AT END
                   IF DORD-COUNT < DORD-MAX
                       ADD 1 TO DORD-COUNT
                       PERFORM CHECK-ORDER-LINE
                   ELSE
                       DISPLAY "DEDUCTION ORDER TABLE FULL - ABORT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       EXIT.

      *>  控除命令1行の様式を検査する（バッチ本体と同じ規則）。
      *>  不正な行は適用せず、書き戻しでは読んだとおりに残す
       CHECK-ORDER-LINE SECTION.
           MOVE DEDORD-REC TO DORD-WORK.
           MOVE "Y" TO ORDT-OK(DORD-COUNT).
           IF OW-EMP-ID NOT NUMERIC OR OW-SEQ NOT NUMERIC
               OR OW-AMOUNT NOT NUMERIC OR OW-PCT NOT NUMERIC
               OR OW-MIN-NET NOT NUMERIC OR OW-BALANCE NOT NUMERIC
               MOVE "N" TO ORDT-OK(DORD-COUNT)
           END-IF.
           IF OW-TYPE NOT = "G" AND OW-TYPE NOT = "L"
               AND OW-TYPE NOT = "U"
               MOVE "N" TO ORDT-OK(DORD-COUNT)
           END-IF.
           IF OW-METHOD NOT = "F" AND OW-METHOD NOT = "P"
               MOVE "N" TO ORDT-OK(DORD-COUNT)
           END-IF.
           IF OW-STATUS NOT = "A" AND OW-STATUS NOT = "C"
               MOVE "N" TO ORDT-OK(DORD-COUNT)
           END-IF.
           IF OW-PAYEE = SPACE
               MOVE "N" TO ORDT-OK(DORD-COUNT)
           END-IF.
           IF ORDT-OK(DORD-COUNT) = "Y"
               IF OW-LAST-YY NOT NUMERIC OR OW-LAST-MM NOT NUMERIC
                   MOVE ZERO TO OW-LAST-YY
                   MOVE ZERO TO OW-LAST-MM
               END-IF
               IF OW-TAKEN NOT NUMERIC
                   MOVE ZERO TO OW-TAKEN
               END-IF
               MOVE DORD-WORK TO ORDT-LINE(DORD-COUNT)
           ELSE
               MOVE DEDORD-REC TO ORDT-LINE(DORD-COUNT)
               ADD 1 TO DORD-BAD-COUNT
               DISPLAY "DEDUCTION ORDER INVALID - NOT APPLIED "
                   DEDORD-REC
           END-IF.
       EXIT.

      *>  解除分の従業員の控除命令を連番順に適用する。率の基準は
      *>  保留時に求めた税と社会保険料の控除後の差引支給額
       APPLY-DEDUCTION-ORDERS SECTION.
           MOVE HW-NET TO NET-AMOUNT.
           MOVE HW-NET TO DEDN-BASE.
           COMPUTE HELD-CYCLE = HW-ANNI-YY * 100 + HW-ANNI-MM.
           MOVE 1 TO DORD-SUB.
           PERFORM APPLY-ORDER-LINE UNTIL DORD-SUB > DORD-COUNT.
      *>  控除後の差引支給額は100円未満を切り捨てて支払う
           MOVE NET-AMOUNT TO NET-W.
           MOVE NET-W TO HW-NET.
       EXIT.

      *>  控除命令テーブルの1件を見て、解除分の従業員の有効な
      *>  命令で保留したサイクルに未適用のものなら適用する
       APPLY-ORDER-LINE SECTION.
           IF ORDT-OK(DORD-SUB) = "Y"
               MOVE ORDT-LINE(DORD-SUB) TO DORD-WORK
               IF OW-EMP-ID = HW-EMP-ID AND OW-STATUS = "A"
                   IF OW-LAST-YY = HW-ANNI-YY
                       AND OW-LAST-MM = HW-ANNI-MM
                       DISPLAY "DEDUCTION ORDER ALREADY APPLIED - "
                           HW-EMP-ID "-" OW-SEQ
                   ELSE
                       PERFORM APPLY-ORDER
                       MOVE DORD-WORK TO ORDT-LINE(DORD-SUB)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO DORD-SUB.
       EXIT.

      *>  控除命令1件分の控除額を求めて差引支給額から引く（バッチ
      *>  本体と同じ規則）。最終適用サイクルは、後のサイクルで既に
      *>  適用済みの命令なら戻さない
       APPLY-ORDER SECTION.
           IF OW-TYPE NOT = "U" AND OW-BALANCE = ZERO
               MOVE "C" TO OW-STATUS
               ADD 1 TO DORD-CLOSED-COUNT
               DISPLAY "DEDUCTION ORDER CLOSED - NO BALANCE "
                   HW-EMP-ID "-" OW-SEQ
           ELSE
               IF OW-METHOD = "P"
                   COMPUTE DEDN-AMT-W = DEDN-BASE * OW-PCT / 100
               ELSE
                   MOVE OW-AMOUNT TO DEDN-AMT-W
               END-IF
      *>  差引支給額は100円未満を切り捨てて支払うため、最低支給額
      *>  は100円単位に切り上げてから控除できる額を求める
               COMPUTE DEDN-FLOOR-W = (OW-MIN-NET + 99) / 100
               MULTIPLY 100 BY DEDN-FLOOR-W
               IF NET-AMOUNT > DEDN-FLOOR-W
                   COMPUTE DEDN-AVAIL-W = NET-AMOUNT - DEDN-FLOOR-W
               ELSE
                   MOVE ZERO TO DEDN-AVAIL-W
               END-IF
               IF DEDN-AMT-W > DEDN-AVAIL-W
                   MOVE DEDN-AVAIL-W TO DEDN-AMT-W
               END-IF
               IF OW-TYPE NOT = "U" AND DEDN-AMT-W > OW-BALANCE
                   MOVE OW-BALANCE TO DEDN-AMT-W
               END-IF
               IF DEDN-AMT-W = ZERO
                   ADD 1 TO DORD-PROTECT-COUNT
                   DISPLAY "DEDUCTION NOT TAKEN - PROTECTED NET "
                       HW-EMP-ID "-" OW-SEQ
               ELSE
                   IF EMP-DEDN-COUNT NOT < EMP-DEDN-MAX
                       DISPLAY "TOO MANY DEDUCTION ORDERS - NOT TAKEN "
                           HW-EMP-ID "-" OW-SEQ
                   ELSE
                       SUBTRACT DEDN-AMT-W FROM NET-AMOUNT
                       ADD DEDN-AMT-W TO OW-TAKEN
                       COMPUTE LAST-CYCLE = OW-LAST-YY * 100
                           + OW-LAST-MM
                       IF HELD-CYCLE > LAST-CYCLE
                           MOVE HW-ANNI-YY TO OW-LAST-YY
                           MOVE HW-ANNI-MM TO OW-LAST-MM
                       END-IF
                       IF OW-TYPE NOT = "U"
                           SUBTRACT DEDN-AMT-W FROM OW-BALANCE
                           IF OW-BALANCE = ZERO
                               MOVE "C" TO OW-STATUS
                               ADD 1 TO DORD-CLOSED-COUNT
                               DISPLAY "DEDUCTION ORDER PAID OFF - "
                                   HW-EMP-ID "-" OW-SEQ
                           END-IF
                       END-IF
                       ADD 1 TO EMP-DEDN-COUNT
                       MOVE OW-SEQ TO EDN-SEQ(EMP-DEDN-COUNT)
                       MOVE OW-TYPE TO EDN-TYPE(EMP-DEDN-COUNT)
                       MOVE OW-PAYEE TO EDN-PAYEE(EMP-DEDN-COUNT)
                       MOVE DEDN-AMT-W TO EDN-AMOUNT(EMP-DEDN-COUNT)
                       MOVE OW-BALANCE TO EDN-BALANCE(EMP-DEDN-COUNT)
                       MOVE OW-STATUS TO EDN-CLOSED(EMP-DEDN-COUNT)
                   END-IF
               END-IF
           END-IF.
       EXIT.

      *>  今回控除した1件分を支給履歴に"D"として追記し、送金明細
      *>  の明細と支払先別の合計に積み上げる（総支給額・税・
      *>  保険料の内訳は支給の行にあるため0を入れる）
       POST-EMP-DEDUCTION SECTION.
           MOVE HW-EMP-ID TO LEDGER-EMP-ID.
           MOVE RUN-DATE TO LEDGER-RUN-DATE.
           MOVE EDN-AMOUNT(EMP-DEDN-SUB) TO LEDGER-AMOUNT.
           MOVE "D" TO LEDGER-TYPE.
           MOVE HW-ANNI-YY TO LEDGER-ANNI-YY.
           MOVE HW-ANNI-MM TO LEDGER-ANNI-MM.
           MOVE ZERO TO LEDGER-GROSS.
           MOVE ZERO TO LEDGER-TAX.
           MOVE ZERO TO LEDGER-INSURANCE.
           PERFORM WRITE-LEDGER-LINE.
           ADD 1 TO DEDN-GRAND-COUNT.
           ADD EDN-AMOUNT(EMP-DEDN-SUB) TO DEDN-GRAND-TOTAL.
           IF RUN-DEDN-COUNT < RUN-DEDN-MAX
               ADD 1 TO RUN-DEDN-COUNT
               MOVE HW-EMP-ID TO RDN-EMP-ID(RUN-DEDN-COUNT)
               MOVE EDN-SEQ(EMP-DEDN-SUB) TO RDN-SEQ(RUN-DEDN-COUNT)
               MOVE EDN-TYPE(EMP-DEDN-SUB) TO RDN-TYPE(RUN-DEDN-COUNT)
               MOVE EDN-PAYEE(EMP-DEDN-SUB)
                   TO RDN-PAYEE(RUN-DEDN-COUNT)
               MOVE EDN-AMOUNT(EMP-DEDN-SUB)
                   TO RDN-AMOUNT(RUN-DEDN-COUNT)
               MOVE EDN-BALANCE(EMP-DEDN-SUB)
                   TO RDN-BALANCE(RUN-DEDN-COUNT)
               MOVE EDN-CLOSED(EMP-DEDN-SUB)
                   TO RDN-CLOSED(RUN-DEDN-COUNT)
           ELSE
               DISPLAY "DEDUCTION DETAIL TABLE FULL - " HW-EMP-ID
                   " OMITTED FROM REMITTANCE DETAIL"
           END-IF.
           MOVE 1 TO PAYEE-SUB.
           MOVE "N" TO PAYEE-FOUND.
           PERFORM PAYEE-SEARCH
               UNTIL PAYEE-SUB > PAYEE-COUNT OR PAYEE-FOUND = "Y".
           IF PAYEE-FOUND = "N"
               IF PAYEE-COUNT < PAYEE-MAX
                   ADD 1 TO PAYEE-COUNT
                   MOVE EDN-PAYEE(EMP-DEDN-SUB)
                       TO PAYEE-CODE-TAB(PAYEE-COUNT)
                   MOVE 1 TO PAYEE-COUNT-TAB(PAYEE-COUNT)
                   MOVE EDN-AMOUNT(EMP-DEDN-SUB)
                       TO PAYEE-TOTAL-TAB(PAYEE-COUNT)
               ELSE
                   DISPLAY "PAYEE TABLE FULL - "
                       EDN-PAYEE(EMP-DEDN-SUB)
                       " OMITTED FROM REMITTANCE"
               END-IF
           END-IF.
           ADD 1 TO EMP-DEDN-SUB.
       EXIT.

      *>  支払先別の合計テーブルを1件ずつ探索する
       PAYEE-SEARCH SECTION.
           IF PAYEE-CODE-TAB(PAYEE-SUB) = EDN-PAYEE(EMP-DEDN-SUB)
               ADD 1 TO PAYEE-COUNT-TAB(PAYEE-SUB)
               ADD EDN-AMOUNT(EMP-DEDN-SUB)
                   TO PAYEE-TOTAL-TAB(PAYEE-SUB)
               MOVE "Y" TO PAYEE-FOUND
           ELSE
               ADD 1 TO PAYEE-SUB
           END-IF.
       EXIT.

      *>  控除命令の種別を印字名にする
       SET-DEDN-TYPE-TEXT SECTION.
           IF DEDN-TYPE-KEY = "G"
               MOVE "GARNISHMENT   " TO DEDN-TYPE-TEXT
           ELSE
               IF DEDN-TYPE-KEY = "L"
                   MOVE "STAFF LOAN    " TO DEDN-TYPE-TEXT
               ELSE
                   MOVE "UNION DUES    " TO DEDN-TYPE-TEXT
               END-IF
           END-IF.
       EXIT.

      *>  控除命令マスタをテーブルから書き戻す（残高・状態・
      *>  最終適用サイクル・累計を更新した内容）
       REWRITE-DEDUCTION-ORDERS SECTION.
           IF DORD-LOADED = "Y"
               OPEN OUTPUT DEDORD-F
               IF F-STATUS11 NOT = "00"
                   DISPLAY "OPEN ERROR dedorder.txt " F-STATUS11
                   MOVE 8 TO RUN-RC
               ELSE
                   MOVE 1 TO DORD-SUB
                   PERFORM WRITE-DEDORD-LINE UNTIL DORD-SUB > DORD-COUNT
                   CLOSE DEDORD-F
               END-IF
           END-IF.
       EXIT.

       WRITE-DEDORD-LINE SECTION.
           WRITE DEDORD-REC FROM ORDT-LINE(DORD-SUB).
           ADD 1 TO DORD-SUB.
       EXIT.

      *>  解除分の控除の送金明細を書き出す。支払先ごとに今回控除
      *>  した明細と合計を印字し、最後に総額を印字する
       WRITE-REMITTANCE SECTION.
           MOVE RUN-DATE TO RMT-HEAD-DATE.
           WRITE REMIT-LINE FROM RMT-HEAD-LINE.
           WRITE REMIT-LINE FROM RMT-RULE-LINE.
           MOVE 1 TO PAYEE-SUB.
           PERFORM WRITE-REMIT-PAYEE UNTIL PAYEE-SUB > PAYEE-COUNT.
           WRITE REMIT-LINE FROM RMT-RULE-LINE.
           MOVE DEDN-GRAND-COUNT TO RMT-TOTAL-COUNT.
           MOVE DEDN-GRAND-TOTAL TO RMT-TOTAL.
           WRITE REMIT-LINE FROM RMT-TOTAL-LINE.
           MOVE "ORDERS CLOSED (PAID OFF)            :"
               TO RMT-NOTE-TEXT.
           MOVE DORD-CLOSED-COUNT TO RMT-NOTE-COUNT.
           WRITE REMIT-LINE FROM RMT-NOTE-LINE.
           MOVE "ORDERS NOT TAKEN (PROTECTED NET)    :"
               TO RMT-NOTE-TEXT.
           MOVE DORD-PROTECT-COUNT TO RMT-NOTE-COUNT.
           WRITE REMIT-LINE FROM RMT-NOTE-LINE.
           MOVE "ORDER LINES INVALID (NOT APPLIED)   :"
               TO RMT-NOTE-TEXT.
           MOVE DORD-BAD-COUNT TO RMT-NOTE-COUNT.
           WRITE REMIT-LINE FROM RMT-NOTE-LINE.
       EXIT.

      *>  支払先1件分の明細と合計を書き出す
       WRITE-REMIT-PAYEE SECTION.
           MOVE PAYEE-CODE-TAB(PAYEE-SUB) TO RMT-PAYEE.
           WRITE REMIT-LINE FROM RMT-PAYEE-LINE.
           MOVE 1 TO RUN-DEDN-SUB.
           PERFORM WRITE-REMIT-DETAIL
               UNTIL RUN-DEDN-SUB > RUN-DEDN-COUNT.
           MOVE PAYEE-COUNT-TAB(PAYEE-SUB) TO RMT-PAYEE-COUNT.
           MOVE PAYEE-TOTAL-TAB(PAYEE-SUB) TO RMT-PAYEE-TOTAL.
           WRITE REMIT-LINE FROM RMT-PAYEE-TOTAL-LINE.
           ADD 1 TO PAYEE-SUB.
       EXIT.

      *>  今回の控除明細のうち、処理中の支払先の分を1行書き出す
       WRITE-REMIT-DETAIL SECTION.
           IF RDN-PAYEE(RUN-DEDN-SUB) = PAYEE-CODE-TAB(PAYEE-SUB)
               MOVE RDN-EMP-ID(RUN-DEDN-SUB) TO RMT-EMP-ID
               MOVE RDN-SEQ(RUN-DEDN-SUB) TO RMT-SEQ
               MOVE RDN-TYPE(RUN-DEDN-SUB) TO DEDN-TYPE-KEY
               PERFORM SET-DEDN-TYPE-TEXT
               MOVE DEDN-TYPE-TEXT TO RMT-TYPE
               MOVE RDN-AMOUNT(RUN-DEDN-SUB) TO RMT-AMOUNT
               IF RDN-TYPE(RUN-DEDN-SUB) = "U"
                   MOVE SPACE TO RMT-BAL-AREA
               ELSE
                   MOVE "  BAL \" TO RMT-BAL-TEXT
                   MOVE RDN-BALANCE(RUN-DEDN-SUB) TO RMT-BAL
               END-IF
               IF RDN-CLOSED(RUN-DEDN-SUB) = "C"
                   MOVE "PAID OFF" TO RMT-CLOSED
               ELSE
                   MOVE SPACE TO RMT-CLOSED
               END-IF
               WRITE REMIT-LINE FROM RMT-DETAIL-LINE
           END-IF.
           ADD 1 TO RUN-DEDN-SUB.
       EXIT.

      *>  支給履歴に解除分を"P"で追記する。記念日サイクルは保留
      *>  したサイクル（バッチ本体の二重支給防止と調整処理が
      *>  そのサイクルの支給実績として扱えるように）
       WRITE-RELEASE-LEDGER SECTION.
           MOVE HW-EMP-ID TO LEDGER-EMP-ID.
           MOVE RUN-DATE TO LEDGER-RUN-DATE.
           MOVE HW-NET TO LEDGER-AMOUNT.
           MOVE "P" TO LEDGER-TYPE.
           MOVE HW-ANNI-YY TO LEDGER-ANNI-YY.
           MOVE HW-ANNI-MM TO LEDGER-ANNI-MM.
           MOVE HW-GROSS TO LEDGER-GROSS.
           MOVE HW-TAX TO LEDGER-TAX.
           MOVE HW-INSURANCE TO LEDGER-INSURANCE.
           PERFORM WRITE-LEDGER-LINE.
       EXIT.

      *>  解除分の給与明細を書き出す（現金の場合は金種内訳付き）
       WRITE-RELEASE-SLIP SECTION.
           ADD 1 TO SLIP-PAGE-NO.
           MOVE HW-EMP-ID TO SLIP-EMP-ID.
           MOVE HW-NAME TO SLIP-NAME.
           MOVE HW-ANNI-YY TO SLIP-CYCLE-YY.
           MOVE HW-ANNI-MM TO SLIP-CYCLE-MM.
           MOVE HW-HELD-DATE TO SLIP-HELD-DATE.
           MOVE HW-LEN TO SLIP-LEN.
           MOVE HW-RATE TO SLIP-RATE.
           MOVE HW-GROSS TO SLIP-GROSS.
           MOVE HW-TAX TO SLIP-TAX.
           MOVE HW-INSURANCE TO SLIP-INSURE.
           MOVE HW-NET TO SLIP-NET.
           MOVE SLIP-PAGE-NO TO SLIP-PAGE.
           WRITE HOLDSLIP-LINE FROM SLIP-BORDER-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-TITLE-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-BORDER-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-EMP-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-NAME-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-CYCLE-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-HELD-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-LEN-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-GROSS-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-TAX-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-INSURE-LINE.
           MOVE 1 TO EMP-DEDN-SUB.
           PERFORM WRITE-SLIP-DEDN-LINE
               UNTIL EMP-DEDN-SUB > EMP-DEDN-COUNT.
           WRITE HOLDSLIP-LINE FROM SLIP-NET-LINE.
           IF HW-METHOD NOT = "T"
               MOVE MONEY-10000 TO SLIP-M10000
               MOVE MONEY-5000 TO SLIP-M5000
               MOVE MONEY-1000 TO SLIP-M1000
               MOVE MONEY-500 TO SLIP-M500
               MOVE MONEY-100 TO SLIP-M100
               WRITE HOLDSLIP-LINE FROM SLIP-MONEY-LINE
           END-IF.
           WRITE HOLDSLIP-LINE FROM SLIP-FOOT-LINE.
           WRITE HOLDSLIP-LINE FROM SLIP-BLANK-LINE.
       EXIT.

      *>  給与明細に控除命令1件分の行を書き出す（差押え・貸付は
      *>  控除後の残高も印字する）
       WRITE-SLIP-DEDN-LINE SECTION.
           MOVE EDN-TYPE(EMP-DEDN-SUB) TO DEDN-TYPE-KEY.
           PERFORM SET-DEDN-TYPE-TEXT.
           MOVE DEDN-TYPE-TEXT TO SLIP-DEDN-TEXT.
           MOVE EDN-PAYEE(EMP-DEDN-SUB) TO SLIP-DEDN-PAYEE.
           MOVE EDN-AMOUNT(EMP-DEDN-SUB) TO SLIP-DEDN-AMT.
           IF EDN-TYPE(EMP-DEDN-SUB) = "U"
               MOVE SPACE TO SLIP-DEDN-BAL-AREA
           ELSE
               MOVE "  BAL \" TO SLIP-DEDN-BAL-TEXT
               MOVE EDN-BALANCE(EMP-DEDN-SUB) TO SLIP-DEDN-BAL
           END-IF.
           WRITE HOLDSLIP-LINE FROM SLIP-DEDN-LINE.
           ADD 1 TO EMP-DEDN-SUB.
       EXIT.

      *>  解除分の部門をテーブルから探し、見つかれば加算、
      *>  なければ新規に追加する（バッチ本体と同じ）
       ACCUMULATE-DEPARTMENT SECTION.
           MOVE 1 TO DEPT-SUB.
           MOVE "N" TO DEPT-FOUND.
           PERFORM DEPT-SEARCH
               UNTIL DEPT-SUB > DEPT-TABLE-COUNT OR DEPT-FOUND = "Y".
           IF DEPT-FOUND = "N"
               IF DEPT-TABLE-COUNT < DEPT-TABLE-MAX
                   ADD 1 TO DEPT-TABLE-COUNT
                   MOVE HW-DEPT TO DEPT-CODE-TAB(DEPT-TABLE-COUNT)
                   MOVE 1 TO DEPT-COUNT-TAB(DEPT-TABLE-COUNT)
                   MOVE HW-NET TO DEPT-TOTAL-TAB(DEPT-TABLE-COUNT)
               ELSE
                   DISPLAY "DEPARTMENT TABLE FULL - "
                       HW-DEPT " OMITTED FROM SUMMARY"
               END-IF
           END-IF.
       EXIT.

       DEPT-SEARCH SECTION.
           IF DEPT-CODE-TAB(DEPT-SUB) = HW-DEPT
               ADD 1 TO DEPT-COUNT-TAB(DEPT-SUB)
               ADD HW-NET TO DEPT-TOTAL-TAB(DEPT-SUB)
               MOVE "Y" TO DEPT-FOUND
           ELSE
               ADD 1 TO DEPT-SUB
           END-IF.
       EXIT.

      *>  解除分の件数と金額のコントロールトータルを書き出す
       WRITE-PAYMENT-TRAILER SECTION.
           MOVE "TOTAL     " TO TRAILER-LABEL.
           MOVE RELEASED-COUNT TO TRAILER-COUNT.
           MOVE TRAILER-GRAND-TOTAL TO TRAILER-AMOUNT.
           MOVE TRAILER-NET-TOTAL TO TRAILER-NET.
           MOVE CASH-REC-COUNT TO TRAILER-CASH-COUNT.
           MOVE CASH-TOTAL TO TRAILER-CASH-AMOUNT.
           MOVE TRF-REC-COUNT TO TRAILER-TRF-COUNT.
           MOVE TRF-TOTAL TO TRAILER-TRF-AMOUNT.
           MOVE RUN-DATE TO TRAILER-RUN-DATE.
           WRITE PAYMENT-TRAILER.
       EXIT.

      *>  解除分の仕訳連携バッチを書き出す（通常実行の仕訳と
      *>  同じ形）。トレーラで借方合計＝貸方合計を証明する。
      *>  解除の無い実行では空バッチは書かない
       WRITE-GL-POSTING SECTION.
           IF RELEASED-COUNT > ZERO
               MOVE ZERO TO GL-DR-TOTAL
               MOVE ZERO TO GL-CR-TOTAL
               INITIALIZE GLPOST-REC
               MOVE "HDR" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "HELD PAYMENT RELEASE" TO GL-ACCOUNT
               MOVE ZERO TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               MOVE 1 TO DEPT-SUB
               PERFORM WRITE-GL-DEPT-LINE
                   UNTIL DEPT-SUB > DEPT-TABLE-COUNT
               IF TAX-TOTAL > ZERO
                   MOVE "DR" TO GL-SIDE
                   MOVE "PAYROLL EXPENSE WTAX" TO GL-ACCOUNT
                   MOVE TAX-TOTAL TO GL-AMOUNT
                   PERFORM WRITE-GL-LINE
               END-IF
               IF INS-TOTAL > ZERO
                   MOVE "DR" TO GL-SIDE
                   MOVE "PAYROLL EXPENSE SINS" TO GL-ACCOUNT
                   MOVE INS-TOTAL TO GL-AMOUNT
                   PERFORM WRITE-GL-LINE
               END-IF
               IF DEDN-GRAND-TOTAL > ZERO
                   MOVE "DR" TO GL-SIDE
                   MOVE "PAYROLL EXPENSE DEDN" TO GL-ACCOUNT
                   MOVE DEDN-GRAND-TOTAL TO GL-AMOUNT
                   PERFORM WRITE-GL-LINE
               END-IF
               IF TAX-TOTAL > ZERO
                   MOVE "CR" TO GL-SIDE
                   MOVE "WITHHOLDING TAX PAYABLE" TO GL-ACCOUNT
                   MOVE TAX-TOTAL TO GL-AMOUNT
                   PERFORM WRITE-GL-LINE
               END-IF
               IF INS-TOTAL > ZERO
                   MOVE "CR" TO GL-SIDE
                   MOVE "SOCIAL INS PAYABLE" TO GL-ACCOUNT
                   MOVE INS-TOTAL TO GL-AMOUNT
                   PERFORM WRITE-GL-LINE
               END-IF
               MOVE 1 TO PAYEE-SUB
               PERFORM WRITE-GL-PAYEE-LINE
                   UNTIL PAYEE-SUB > PAYEE-COUNT
               IF CASH-TOTAL > ZERO
                   MOVE "CR" TO GL-SIDE
                   MOVE "CASH" TO GL-ACCOUNT
                   MOVE CASH-TOTAL TO GL-AMOUNT
                   PERFORM WRITE-GL-LINE
               END-IF
               IF TRF-TOTAL > ZERO
                   MOVE "CR" TO GL-SIDE
                   MOVE "BANK TRF CLEARING" TO GL-ACCOUNT
                   MOVE TRF-TOTAL TO GL-AMOUNT
                   PERFORM WRITE-GL-LINE
               END-IF
               IF GL-DR-TOTAL = GL-CR-TOTAL
                   MOVE "Y" TO GL-BALANCED
               ELSE
                   MOVE "N" TO GL-BALANCED
                   DISPLAY "GL POSTING OUT OF BALANCE."
                   MOVE 8 TO RUN-RC
               END-IF
               INITIALIZE GLPOST-REC
               MOVE "TRL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "TOTAL DEBITS" TO GL-ACCOUNT
               MOVE GL-DR-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "TRL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "TOTAL CREDITS" TO GL-ACCOUNT
               MOVE GL-CR-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               INITIALIZE GLPOST-REC
               MOVE "TRL" TO GL-TAG
               MOVE RUN-DATE TO GL-DATE
               MOVE "BALANCED" TO GL-ACCOUNT
               MOVE GL-BALANCED TO GL-DEPT
               MOVE ZERO TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
           END-IF.
       EXIT.

      *>  部門1件分の給与費用（差引分）の借方行を書き出す
       WRITE-GL-DEPT-LINE SECTION.
           MOVE "DR" TO GL-SIDE.
           MOVE "PAYROLL EXPENSE" TO GL-ACCOUNT.
           MOVE DEPT-CODE-TAB(DEPT-SUB) TO GL-DEPT.
           MOVE DEPT-TOTAL-TAB(DEPT-SUB) TO GL-AMOUNT.
           PERFORM WRITE-GL-LINE.
           ADD 1 TO DEPT-SUB.
       EXIT.

      *>  支払先1件分の控除預り金の貸方行を書き出す（部門欄に
      *>  支払先コードを入れる）
       WRITE-GL-PAYEE-LINE SECTION.
           MOVE "CR" TO GL-SIDE.
           MOVE "DEDUCTION PAYABLE" TO GL-ACCOUNT.
           MOVE PAYEE-CODE-TAB(PAYEE-SUB) TO GL-DEPT.
           MOVE PAYEE-TOTAL-TAB(PAYEE-SUB) TO GL-AMOUNT.
           PERFORM WRITE-GL-LINE.
           ADD 1 TO PAYEE-SUB.
       EXIT.

      *>  仕訳明細1行を書き出し、借方・貸方の合計に積み上げる
       WRITE-GL-LINE SECTION.
           MOVE "DTL" TO GL-TAG.
           MOVE RUN-DATE TO GL-DATE.
           IF GL-SIDE = "DR"
               ADD GL-AMOUNT TO GL-DR-TOTAL
           ELSE
               ADD GL-AMOUNT TO GL-CR-TOTAL
           END-IF.
           PERFORM WRITE-GLPOST-LINE.
           INITIALIZE GLPOST-REC.
       EXIT.

      *>  保留継続分だけを登録簿に書き戻す（次回への持ち越し）
       WRITE-REGISTER SECTION.
           OPEN OUTPUT HELDPAY-F.
           IF F-STATUS2 NOT = "00"
               DISPLAY "OPEN ERROR " HELDPAY-FNAME " " F-STATUS2
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO HELD-SUB.
           PERFORM WRITE-REGISTER-LINE UNTIL HELD-SUB > HELD-COUNT.
           CLOSE HELDPAY-F.
       EXIT.

       WRITE-REGISTER-LINE SECTION.
           IF HELDT-FLAG(HELD-SUB) = "H"
               WRITE HELDPAY-REC FROM HELDT-REC(HELD-SUB)
           END-IF.
           ADD 1 TO HELD-SUB.
       EXIT.

      *>  滞留レポートを書き出す。保留継続分1件につき1行（保留
      *>  日数付き）と、日数区分別・処理別の合計。保留合計は
      *>  登録簿の差引支給額の合計と一致するはずの金額
       WRITE-AGING-REPORT SECTION.
           MOVE RUN-DATE TO AGE-HEAD-DATE.
           WRITE HOLDAGE-LINE FROM AGE-HEAD-LINE.
           WRITE HOLDAGE-LINE FROM AGE-RULE-LINE.
           MOVE 1 TO HELD-SUB.
           PERFORM WRITE-AGING-LINE UNTIL HELD-SUB > HELD-COUNT.
           WRITE HOLDAGE-LINE FROM AGE-RULE-LINE.
           INITIALIZE AGE-COUNT-LINE.
           MOVE "HELD 0-30 DAYS        : " TO AGE-C-TEXT.
           MOVE AGE-0-30-COUNT TO AGE-C-COUNT.
           MOVE AGE-0-30-AMT TO AGE-C-AMT.
           WRITE HOLDAGE-LINE FROM AGE-COUNT-LINE.
           INITIALIZE AGE-COUNT-LINE.
           MOVE "HELD 31-60 DAYS       : " TO AGE-C-TEXT.
           MOVE AGE-31-60-COUNT TO AGE-C-COUNT.
           MOVE AGE-31-60-AMT TO AGE-C-AMT.
           WRITE HOLDAGE-LINE FROM AGE-COUNT-LINE.
           INITIALIZE AGE-COUNT-LINE.
           MOVE "HELD OVER 60 DAYS     : " TO AGE-C-TEXT.
           MOVE AGE-OVER-COUNT TO AGE-C-COUNT.
           MOVE AGE-OVER-AMT TO AGE-C-AMT.
           WRITE HOLDAGE-LINE FROM AGE-COUNT-LINE.
           INITIALIZE AGE-COUNT-LINE.
           MOVE "STILL ON HOLD         : " TO AGE-C-TEXT.
           MOVE OUTSTAND-COUNT TO AGE-C-COUNT.
           MOVE OUTSTAND-AMT TO AGE-C-AMT.
           WRITE HOLDAGE-LINE FROM AGE-COUNT-LINE.
           INITIALIZE AGE-COUNT-LINE.
           MOVE "RELEASED THIS RUN     : " TO AGE-C-TEXT.
           MOVE RELEASED-COUNT TO AGE-C-COUNT.
           MOVE TRAILER-NET-TOTAL TO AGE-C-AMT.
           WRITE HOLDAGE-LINE FROM AGE-COUNT-LINE.
           MOVE "TIE STILL ON HOLD TOTAL TO heldpay.txt"
               TO AGE-CHECK-TEXT.
           WRITE HOLDAGE-LINE FROM AGE-CHECK-LINE.
       EXIT.

      *>  保留継続分1件のレポート行を書き、日数区分に集計する
       WRITE-AGING-LINE SECTION.
           IF HELDT-FLAG(HELD-SUB) = "H"
               MOVE HELDT-REC(HELD-SUB) TO HELD-WORK
               PERFORM SET-HELD-DAYS
               INITIALIZE AGE-DETAIL-LINE
               MOVE HW-EMP-ID TO AGE-D-EMP
               MOVE HW-ANNI-YY TO AGE-D-CYCLE-YY
               MOVE HW-ANNI-MM TO AGE-D-CYCLE-MM
               MOVE HW-HELD-DATE TO AGE-D-DATE
               MOVE HELD-DAYS TO AGE-D-DAYS
               MOVE HW-REASON TO AGE-D-REASON
               MOVE HW-NET TO AGE-D-AMOUNT
               WRITE HOLDAGE-LINE FROM AGE-DETAIL-LINE
               ADD 1 TO OUTSTAND-COUNT
               ADD HW-NET TO OUTSTAND-AMT
               IF HELD-DAYS <= 30
                   ADD 1 TO AGE-0-30-COUNT
                   ADD HW-NET TO AGE-0-30-AMT
               ELSE
                   IF HELD-DAYS <= 60
                       ADD 1 TO AGE-31-60-COUNT
                       ADD HW-NET TO AGE-31-60-AMT
                   ELSE
                       ADD 1 TO AGE-OVER-COUNT
                       ADD HW-NET TO AGE-OVER-AMT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO HELD-SUB.
       EXIT.

      *>  保留に回してからの日数を求める
       SET-HELD-DAYS SECTION.
           MOVE HW-HELD-DATE TO DATE-W.
           PERFORM DATE-TO-DAYS.
           COMPUTE HELD-DAYS = TODAY-DAYS - DAYS-W.
           IF HELD-DAYS < ZERO
               MOVE ZERO TO HELD-DAYS
           END-IF.
       EXIT.

      *>  年月日を通算日に直す（未請求現金の処理と同じ計算。
      *>  うるう年の調整は前年までの分だけ数え、当年の2月29日の
      *>  分は月で判定して加える）
       DATE-TO-DAYS SECTION.
           PERFORM SET-MONTH-CUM-DAYS.
           PERFORM SET-LEAP-FLAG.
           COMPUTE LEAP-YY-W = DATE-W-YY - 1.
           DIVIDE LEAP-YY-W BY 4 GIVING LEAP-Q4.
           DIVIDE LEAP-YY-W BY 100 GIVING LEAP-Q100.
           DIVIDE LEAP-YY-W BY 400 GIVING LEAP-Q400.
           COMPUTE DAYS-W = DATE-W-YY * 365
               + LEAP-Q4 - LEAP-Q100 + LEAP-Q400
               + MONTH-CUM-DAYS + DATE-W-DD.
           IF LEAP-FLAG = "Y" AND DATE-W-MM > 02
               ADD 1 TO DAYS-W
           END-IF.
       EXIT.

      *>  月初までの累計日数（平年）を求める
       SET-MONTH-CUM-DAYS SECTION.
           EVALUATE DATE-W-MM
               WHEN 01 MOVE 000 TO MONTH-CUM-DAYS
               WHEN 02 MOVE 031 TO MONTH-CUM-DAYS
               WHEN 03 MOVE 059 TO MONTH-CUM-DAYS
               WHEN 04 MOVE 090 TO MONTH-CUM-DAYS
               WHEN 05 MOVE 120 TO MONTH-CUM-DAYS
               WHEN 06 MOVE 151 TO MONTH-CUM-DAYS
               WHEN 07 MOVE 181 TO MONTH-CUM-DAYS
               WHEN 08 MOVE 212 TO MONTH-CUM-DAYS
               WHEN 09 MOVE 243 TO MONTH-CUM-DAYS
               WHEN 10 MOVE 273 TO MONTH-CUM-DAYS
               WHEN 11 MOVE 304 TO MONTH-CUM-DAYS
               WHEN OTHER MOVE 334 TO MONTH-CUM-DAYS
           END-EVALUATE.
       EXIT.

      *>  4年ごと、ただし100で割り切れる年は除く、
      *>  ただし400で割り切れる年はうるう年、の判定
       SET-LEAP-FLAG SECTION.
           MOVE "N" TO LEAP-FLAG.
           DIVIDE DATE-W-YY BY 4 GIVING LEAP-Q REMAINDER LEAP-R4.
           IF LEAP-R4 = 0
               DIVIDE DATE-W-YY BY 100 GIVING LEAP-Q
                   REMAINDER LEAP-R100
               IF LEAP-R100 NOT = 0
                   MOVE "Y" TO LEAP-FLAG
               ELSE
                   DIVIDE DATE-W-YY BY 400 GIVING LEAP-Q
                       REMAINDER LEAP-R400
                   IF LEAP-R400 = 0
                       MOVE "Y" TO LEAP-FLAG
                   END-IF
               END-IF
           END-IF.
       EXIT.

      *>  入出力件数の検算。読んだ登録簿の行が「解除・保留継続」
      *>  に漏れなく振り分けられているか、解除分が現金と振込に
      *>  漏れなく振り分けられているかを確認する
       CHECK-RUN-BALANCE SECTION.
           MOVE "Y" TO BALANCE-OK.
           COMPUTE BALANCE-CHECK-W = RELEASED-COUNT + OUTSTAND-COUNT.
           IF BALANCE-CHECK-W NOT = HELD-READ-COUNT
               MOVE "N" TO BALANCE-OK
           END-IF.
           COMPUTE BALANCE-CHECK-W = CASH-TOTAL + TRF-TOTAL.
           IF BALANCE-CHECK-W NOT = TRAILER-NET-TOTAL
               MOVE "N" TO BALANCE-OK
           END-IF.
           IF BALANCE-OK = "N"
               DISPLAY "HOLD RELEASE COUNTS OUT OF BALANCE."
               MOVE 8 TO RUN-RC
           END-IF.
       EXIT.

      *>  実行管理ログに保留解除の記録を1行追記する。記念日
      *>  サイクルは解除分ごとに異なりうるため記録しない
       WRITE-RUN-LOG SECTION.
           INITIALIZE RUNLOG-REC.
           MOVE RUN-DATE TO RL-DATE.
           MOVE RUN-TIME-HHMMSS TO RL-TIME.
           MOVE "H" TO RL-RESTART.
           MOVE HELD-READ-COUNT TO RL-EMP-READ.
           MOVE RELEASED-COUNT TO RL-MATCHED.
           MOVE RELEASED-COUNT TO RL-COUNT.
           MOVE TRAILER-GRAND-TOTAL TO RL-GROSS.
           MOVE TRAILER-NET-TOTAL TO RL-NET.
           MOVE CASH-REC-COUNT TO RL-CASH-COUNT.
           MOVE CASH-TOTAL TO RL-CASH-AMT.
           MOVE TRF-REC-COUNT TO RL-TRF-COUNT.
           MOVE TRF-TOTAL TO RL-TRF-AMT.
           MOVE BALANCE-OK TO RL-BALANCED.
           MOVE RUN-RC TO RL-RC.
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

       END PROGRAM HOLD-RELEASE.
