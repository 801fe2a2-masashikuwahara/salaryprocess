                   SELECT DEPT-F ASSIGN TO DYNAMIC DEPT-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS9.
                   SELECT CHECKPOINT-F ASSIGN TO DYNAMIC CKPT-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS10.
                   SELECT DEDUCT-F ASSIGN TO 'deduct.txt'
                   SELECT GLPOST-F ASSIGN TO DYNAMIC GLPOST-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS19.
                   SELECT RATESCHED-F ASSIGN TO 'ratesched.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS20.
                   SELECT RATELIST-F ASSIGN TO DYNAMIC RATELIST-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS21.
                   SELECT HOLD-F ASSIGN TO 'holds.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS22.
                   SELECT HELDPAY-F ASSIGN TO DYNAMIC HELDPAY-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS23.
                   SELECT HELDPAY-IN-F ASSIGN TO DYNAMIC
                       HELDPAY-IN-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS24.
                   SELECT DEDORD-F ASSIGN TO 'dedorder.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS25.
                   SELECT DEDORD-OUT-F ASSIGN TO DYNAMIC DEDORD-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS26.
                   SELECT REMIT-F ASSIGN TO DYNAMIC REMIT-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS27.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS28.
       DATA DIVISION.
       FILE SECTION.
       FD PARM-F.
      *>  ポイントには触れず、レポート類は"trial"付きのプレビュー
      *>  ファイルに書く。旧様式のparm.txtでは空白＝通常実行）
           03 PARM-TRIAL PIC X(1).
      *>  会社コード。会社ごとに1行を置き、実行する会社の行を
      *>  使う（空白の行と旧様式の1行だけのparm.txtは自社の行）
           03 PARM-COMPANY PIC X(2).
      *>  控除率テーブル（税率区分と社会保険料率の外出しファイル）
      *>  DEDUCT-TYPE "T"=税率区分（上限額と料率）、"I"=保険料率
       FD DEDUCT-F.
           03 DEDUCT-TYPE PIC X(1).
           03 DEDUCT-LIMIT PIC 9(6).
           03 DEDUCT-RATE-IN PIC 9(2)V9(2).
      *>  会社コード（空白の行は自社の料率。他社の行は読み飛ばす）
           03 DEDUCT-COMPANY PIC X(2).
      *>  支給係数表（ステータスと勤続月数の区分ごとの係数を
      *>  効力発生の記念日年月付きで持つ外出しファイル）。同じ
      *>  ステータスの行は効力発生年月ごとに全区分を一式で書き、
      *>  記念日サイクル以前で最も新しい一式を使う（新しい一式が
      *>  効力を持てば、古い一式は全区分まとめて失効する）
      *>  （会社コードが空白の行は自社の係数。他社の行は読み飛ばす）
       FD RATESCHED-F.
       01 RATESCHED-REC.
           03 RS-BODY.
               05 RS-EFF-YY PIC 9(4).
               05 RS-EFF-MM PIC 9(2).
               05 RS-STATUS PIC 9(1).
               05 RS-MONTHS-FROM PIC 9(4).
               05 RS-MONTHS-TO PIC 9(4).
               05 RS-RATE PIC 9V99.
           03 RS-COMPANY PIC X(2).
       FD EMPLOYEE-F.
       01 EMPLOYEE.
           03 EMP-ID PIC 9(6).
               05 EMP-DD PIC 9(2).
           03 BASIC-SALARY PIC 9(6).
           03 EMP-DEPT-CODE PIC X(04).
      *>  退職区分 "T"=退職済み（空白=在職）と退職日。退職者は
      *>  退職した回の記念日支給だけを月割りで支給する
           03 EMP-TERM-FLAG PIC X(01).
           03 EMP-LEAVE-DATE.
               05 EMP-LEAVE-YY PIC 9(4).
               05 EMP-LEAVE-MM PIC 9(2).
               05 EMP-LEAVE-DD PIC 9(2).
      *>  所属会社コード（実行する会社以外の従業員は読み飛ばす。
      *>  空白は自社）
           03 EMP-COMPANY PIC X(02).
       01 EMPLOYEE-LINE REDEFINES EMPLOYEE PIC X(36).
       FD PII-F.
       01 PII.
           03 PII-ID PIC 9(6).
           03 PII-ACCOUNT-NO PIC X(07).
      *>  支給方法 "C"=現金（金種内訳）、それ以外は振込扱い
           03 PII-PAY-METHOD PIC X(01).
           03 PII-COMPANY PIC X(02).
       FD PAYMENT-F.
       01 PAYMENT.
           03 PAYMENT-ID PIC 9(6).
           03 UNM-ERR PIC X(30).
           03 SEQ-ERR PIC X(30).
           03 PAID-ERR PIC X(30).
           03 RATE-ERR PIC X(30).
           03 ERR-EMP-ID PIC X(6).
           03 ERR-RAW-LINE PIC X(36).
       FD ERROR-F2.
       01 ERRORS2.
           03 PII-ID-ERR2 PIC X(30).
           03 LEDGER-EMP-ID PIC 9(6).
           03 LEDGER-RUN-DATE PIC 9(8).
           03 LEDGER-AMOUNT PIC 9(6).
      *>  履歴種別 "P"=支給、"R"=振込返戻による取消、"S"=再支給、
      *>  "D"=控除命令による控除（支払先に回した額。1命令1行）
      *>  （旧様式の行は空白のままで支給として扱う）
           03 LEDGER-TYPE PIC X(1).
      *>  支給した記念日サイクル（二重支給防止の判定キー。
           03 LEDGER-GROSS PIC 9(6).
           03 LEDGER-TAX PIC 9(6).
           03 LEDGER-INSURANCE PIC 9(6).
      *>  支給した会社の会社コード（旧様式の行は空白＝自社）
           03 LEDGER-COMPANY PIC X(2).
      *>  書いた実行の実行ID（プログラム記号＋実行日＋実行時刻）と
      *>  その実行内での行の連番（旧様式の行は空白）
           03 LEDGER-RUN-ID PIC X(18).
           03 LEDGER-RUN-SEQ PIC 9(6).
      *>  銀行振込アップロード様式（現金の金種内訳の代わり）
       FD BANK-F.
       01 BANK-REC.
           03 LIN-GROSS PIC 9(6).
           03 LIN-TAX PIC 9(6).
           03 LIN-INSURANCE PIC 9(6).
           03 LIN-COMPANY PIC X(2).
           03 LIN-RUN-ID PIC X(18).
           03 LIN-RUN-SEQ PIC 9(6).
      *>  銀行・支店マスタ（有効な銀行コードと支店コードの組）
       FD BANKMAST-F.
       01 BANKMAST-REC.
       01 REISSUE-REC.
           03 REI-EMP-ID PIC 9(6).
           03 REI-AMOUNT PIC 9(6).
      *>  再支給する会社の会社コード（全社共通のファイルのため、
      *>  実行した会社の指示だけを取り込む。旧様式の行は空白＝自社）
           03 REI-COMPANY PIC X(2).
      *>  実行管理ログ（1実行につき1行を追記する。実行日時、
      *>  新規か再開か、使用したパラメタ、処理件数、コントロール
      *>  トータル、収支が合ったかどうか、復帰コード）
      *>  通常実行は0を書く（旧様式の行は空白）
           03 RL-RECOV-COUNT PIC 9(6).
           03 RL-RECOV-AMT PIC 9(9).
      *>  支給の承認者と作成者。支給ファイルの承認
      *>  （PAYMENT-RELEASE、RL-RESTART="V"の行）だけが使い、
      *>  他の実行は空白を書く
           03 RL-PREPARER PIC X(8).
           03 RL-APPROVER PIC X(8).
      *>  実行した会社の会社コード（旧様式の行は空白＝自社）
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
      *>  承認した支給の種類（"P"=支給実行、"H"=保留解除、
      *>  "A"=支給調整）。支給ファイルの承認（RL-RESTART="V"
      *>  の行）だけが使い、他の実行は空白を書く（旧様式の
      *>  承認の行は空白＝支給実行）
           03 RL-REL-SOURCE PIC X(1).
      *>  会計システムへの仕訳連携ファイル。1実行につき1バッチ
      *>  （ヘッダ・仕訳明細・トレーラ）を書き、経理の手入力を
      *>  なくす。借方＝部門別の給与費用（差引分）と控除分の
      *>  給与費用と再支給債務の取り崩し、貸方＝源泉税預り金・
      *>  社会保険預り金・支払先別の控除預り金（部門欄に支払先
      *>  コード）・現金・振込未決済勘定
       FD GLPOST-F.
       01 GLPOST-REC.
           03 GL-TAG PIC X(3).
           03 GL-ACCOUNT PIC X(24).
           03 GL-DEPT PIC X(4).
           03 GL-AMOUNT PIC 9(9).
      *>  仕訳を計上する会社の会社コード
           03 GL-COMPANY PIC X(2).
      *>  書いた実行の実行IDとその実行内での行の連番
           03 GL-RUN-ID PIC X(18).
           03 GL-RUN-SEQ PIC 9(6).
      *>  前回支給との変動照合レポート
       FD VARIANCE-F.
       01 VARIANCE-REC.
           03 VAR-PRIOR-AMOUNT PIC 9(6).
           03 VAR-CURR-AMOUNT PIC 9(6).
           03 VAR-PCT PIC 9(5).
      *>  支給係数表の一覧（今回のサイクルで効力を持つ係数の確認用）
       FD RATELIST-F.
       01 RATELIST-LINE PIC X(60).
      *>  支払保留ファイル（マスタ保守で保留を設定された従業員。
      *>  解除されると行が取り除かれる）
       FD HOLD-F.
       01 HOLD-REC.
           03 HOLD-EMP-ID PIC 9(6).
           03 HOLD-REASON PIC X(2).
           03 HOLD-PLACED-BY PIC X(8).
           03 HOLD-PLACED-DATE PIC 9(8).
      *>  保留支給の登録簿。保留中の従業員は通常どおり計算するが、
      *>  支給・振込・給与明細・支給履歴には書かず、計算結果と
      *>  支給方法をここに追記する（保留解除処理が解除済みの分を
      *>  支払い、残りを書き戻す）
       FD HELDPAY-F.
       01 HELDPAY-REC.
           03 HP-EMP-ID PIC 9(6).
           03 HP-NAME PIC N(20).
           03 HP-STATUS PIC 9(1).
           03 HP-DATE-OF-EMP PIC 9(8).
           03 HP-DEPT PIC X(4).
           03 HP-ANNI-YY PIC 9(4).
           03 HP-ANNI-MM PIC 9(2).
           03 HP-HELD-DATE PIC 9(8).
           03 HP-REASON PIC X(2).
           03 HP-LEN PIC 9(4).
           03 HP-RATE PIC 9V99.
           03 HP-GROSS PIC 9(6).
           03 HP-TAX PIC 9(6).
           03 HP-INSURANCE PIC 9(6).
           03 HP-NET PIC 9(6).
           03 HP-METHOD PIC X(1).
           03 HP-BANK-CODE PIC X(4).
           03 HP-BRANCH-CODE PIC X(3).
           03 HP-ACCOUNT-NO PIC X(7).
      *>  保留支給の登録簿の読み込み用（二重支給防止のため、
      *>  今回サイクルで既に保留に回した従業員を控える）
       FD HELDPAY-IN-F.
       01 HELDPAY-IN-REC.
           03 HPI-EMP-ID PIC 9(6).
           03 FILLER PIC X(53).
           03 HPI-ANNI-YY PIC 9(4).
           03 HPI-ANNI-MM PIC 9(2).
           03 HPI-HELD-DATE PIC 9(8).
           03 FILLER PIC X(48).
      *>  控除命令マスタ（差押え・社内貸付の返済・組合費）。
      *>  従業員ごと・連番順に、税と社会保険料の控除後の差引
      *>  支給額から適用する。中身はDORD-WORKの様式で扱い、実行の
      *>  終わりに残高と最終適用サイクルを更新して書き戻す
       FD DEDORD-F.
       01 DEDORD-REC PIC X(51).
       FD DEDORD-OUT-F.
       01 DEDORD-OUT-REC PIC X(51).
      *>  控除の送金明細（支払先ごとに今回の実行で預かった額）
       FD REMIT-F.
       01 REMIT-LINE PIC X(80).
      *>  実行する会社の指定（会社コード1行。無いか空白なら自社）
       FD COMPANY-F.
       01 COMPANY-REC.
           03 COMPANY-CODE-IN PIC X(2).
       WORKING-STORAGE SECTION.
       01 F-STATUS PIC XX.
       01 F-STATUS2 PIC XX.
       01 F-STATUS17 PIC XX.
       01 F-STATUS18 PIC XX.
       01 F-STATUS19 PIC XX.
       01 F-STATUS20 PIC XX.
       01 F-STATUS21 PIC XX.
       01 F-STATUS22 PIC XX.
       01 F-STATUS23 PIC XX.
       01 F-STATUS24 PIC XX.
       01 F-STATUS25 PIC XX.
       01 F-STATUS26 PIC XX.
       01 F-STATUS27 PIC XX.
       01 F-STATUS28 PIC XX.
       01 RUN-DATE PIC 9(8).
       01 RESTART-MODE PIC X VALUE "N".
      *>  試算実行のスイッチと、レポート類の割り当て先ファイル名
       01 CASHORD-FNAME PIC X(24) VALUE "cashorder.txt".
       01 RUNLOG-FNAME PIC X(24) VALUE "runlog.txt".
       01 GLPOST-FNAME PIC X(24) VALUE "glpost.txt".
       01 RATELIST-FNAME PIC X(24) VALUE "ratelist.txt".
       01 HELDPAY-FNAME PIC X(24) VALUE "heldpay.txt".
       01 DEDORD-FNAME PIC X(24) VALUE "dedorder.txt".
       01 REMIT-FNAME PIC X(24) VALUE "remit.txt".
       01 CKPT-FNAME PIC X(24) VALUE "checkpoint.txt".
       01 HELDPAY-IN-FNAME PIC X(24) VALUE "heldpay.txt".
      *>  実行する会社。自社以外の会社の実行では、SET-COMPANY-FILES
      *>  がレポート類のファイル名の頭に会社コードを付ける
      *>  （支給・振込・現金発注などを会社ごとに別のファイルにする）
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 EOF-PARM PIC X VALUE "N".
       01 PARM-FOUND PIC X VALUE "N".
      *>  他社の従業員として読み飛ばした件数（読み込み件数には
      *>  含めない）
       01 OTHER-CO-EMP PIC X VALUE "N".
       01 OTHER-CO-PII PIC X VALUE "N".
       01 OTHER-CO-EMP-COUNT PIC 9(6) VALUE ZERO.
       01 OTHER-CO-PII-COUNT PIC 9(6) VALUE ZERO.
       01 RESTART-EMP-ID PIC 9(6) VALUE ZERO.
       01 RESTART-PII-ID PIC 9(6) VALUE ZERO.
      *>  1件ごとにチェックポイントを取る（間隔を空けると、前回の
           03 FILLER PIC X(25) VALUE "CASH ORDER - ANNIVERSARY ".
           03 FILLER PIC X(15) VALUE "PAYROLL        ".
           03 ORD-HEAD-DATE PIC 9(8).
           03 FILLER PIC X(10) VALUE "  COMPANY ".
           03 ORD-HEAD-COMPANY PIC X(2).
       01 ORD-RULE-LINE.
           03 FILLER PIC X(48) VALUE ALL "-".
       01 ORD-DETAIL-LINE.
           03 ORD-CHECK-TEXT PIC X(48).
       01 EOF-REISSUE PIC X VALUE "N".
       01 REISSUE-COUNT PIC 9(6) VALUE ZERO.
      *>  他の会社の再支給指示（取り込まずに指示ファイルへ書き戻す）
       01 REI-KEEP-TABLE.
           03 REI-KEEP-ENTRY OCCURS 2000 TIMES.
               05 REI-KEEP-LINE PIC X(14).
       01 REI-KEEP-MAX PIC 9(4) VALUE 2000.
       01 REI-KEEP-COUNT PIC 9(4) VALUE ZERO.
       01 REI-KEEP-SUB PIC 9(4) VALUE ZERO.
      *>  実行管理ログ用の処理件数と復帰コード。読み込み件数は
      *>  「突合＝却下＝未突合」に漏れなく振り分けられているか
      *>  （読んだ件数どおりか）を終了時に検算する
       01 RUN-TIME-RAW.
           03 RUN-TIME-HHMMSS PIC 9(6).
           03 FILLER PIC 9(2).
      *>  この実行の実行ID（プログラム記号＋実行日＋実行時刻）。
      *>  書き出す支給履歴・仕訳連携・実行管理ログの各行に付け、
      *>  行の種類ごとに実行内の連番を振る。書いた行の件数と金額
      *>  は実行管理ログにコントロールトータルとして記録する
       01 RUN-ID.
           03 RUN-ID-PGM PIC X(2) VALUE "SA".
           03 RUN-ID-DATE PIC 9(8) VALUE ZERO.
           03 RUN-ID-TIME PIC 9(8) VALUE ZERO.
      *>  実行の終了区分（"C"=正常終了、"A"=中断）
       01 RUN-END PIC X VALUE "C".
       01 LEDGER-SEQ PIC 9(6) VALUE ZERO.
       01 LEDGER-AMT-HASH PIC 9(11) VALUE ZERO.
       01 GL-SEQ PIC 9(6) VALUE ZERO.
       01 GL-DR-HASH PIC 9(11) VALUE ZERO.
       01 RUNLOG-SEQ PIC 9(6) VALUE ZERO.
       01 EMP-READ-COUNT PIC 9(6) VALUE ZERO.
       01 PII-READ-COUNT PIC 9(6) VALUE ZERO.
       01 MATCHED-COUNT PIC 9(6) VALUE ZERO.
       01 INSURE-RATE PIC 9(2)V9(2) VALUE ZERO.
       01 EOF-DEDUCT PIC X VALUE "N".
       01 DEDUCT-RATE-BAD PIC X VALUE "N".
      *>  支給係数表（効力発生年月はYYYYMMで持つ。係数表の
      *>  ファイルが無い場合は従来の係数を既定値として載せる）
       01 RATE-TABLE.
           03 RATE-ENTRY OCCURS 100 TIMES.
               05 RATE-EFF-TAB PIC 9(6).
               05 RATE-STATUS-TAB PIC 9(1).
               05 RATE-FROM-TAB PIC 9(4).
               05 RATE-TO-TAB PIC 9(4).
               05 RATE-RATE-TAB PIC 9V99.
       01 RATE-MAX PIC 9(4) VALUE 100.
       01 RATE-COUNT PIC 9(4) VALUE ZERO.
       01 RATE-SUB PIC 9(4) VALUE ZERO.
       01 RATE-LIST-SUB PIC 9(4) VALUE ZERO.
       01 RATE-FOUND PIC X VALUE "N".
       01 RATE-VER-FOUND PIC X VALUE "N".
       01 RATE-VER-EFF PIC 9(6) VALUE ZERO.
       01 RATE-CYCLE PIC 9(6) VALUE ZERO.
       01 RATE-KEY-STATUS PIC 9(1) VALUE ZERO.
       01 RATE-KEY-LEN PIC S9(4) VALUE ZERO.
       01 RATE-DEFAULT-USED PIC X VALUE "N".
       01 RATE-INFORCE-COUNT PIC 9(4) VALUE ZERO.
       01 EOF-RATESCHED PIC X VALUE "N".
      *>  係数表に区分の無い従業員の件数（突合済みのうち支給
      *>  せずにエラーファイルに回した件数）
       01 RATE-REJECT-COUNT PIC 9(6) VALUE ZERO.
      *>  支給係数表一覧の印刷様式
       01 RLST-HEAD-LINE.
           03 FILLER PIC X(34)
               VALUE "ANNIVERSARY RATE SCHEDULE - CYCLE ".
           03 RLST-HEAD-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 RLST-HEAD-MM PIC 9(2).
       01 RLST-RULE-LINE.
           03 FILLER PIC X(48) VALUE ALL "-".
       01 RLST-TITLE-LINE.
           03 FILLER PIC X(24) VALUE "EFFECT  STATUS  MONTHS  ".
           03 FILLER PIC X(24) VALUE "        RATE  USE       ".
       01 RLST-DETAIL-LINE.
           03 RLST-EFF-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 RLST-EFF-MM PIC 9(2).
           03 FILLER PIC X(4) VALUE SPACE.
           03 RLST-STATUS PIC 9.
           03 FILLER PIC X(4) VALUE SPACE.
           03 RLST-FROM PIC ZZZ9.
           03 FILLER PIC X(3) VALUE " - ".
           03 RLST-TO PIC ZZZ9.
           03 FILLER PIC X(5) VALUE SPACE.
           03 RLST-RATE PIC 9.99.
           03 FILLER PIC X(2) VALUE SPACE.
           03 RLST-USE PIC X(10).
       01 RLST-COUNT-LINE.
           03 FILLER PIC X(18) VALUE "ENTRIES         : ".
           03 RLST-COUNT PIC ZZZ9.
           03 FILLER PIC X(14) VALUE "   IN FORCE : ".
           03 RLST-INFORCE PIC ZZZ9.
       01 RLST-NOTE-LINE.
           03 RLST-NOTE-TEXT PIC X(48).
      *>  給与明細の印刷様式（1従業員につき1ブロック）
      *>  金額編集欄の前の"\"は円記号として印字される
       01 SLIP-PAGE-NO PIC 9(4) VALUE ZERO.
           03 SLIP-LEN PIC ZZZ9.
           03 FILLER PIC X(12) VALUE "    RATE  : ".
           03 SLIP-RATE PIC 9.99.
       01 SLIP-LEAVER-LINE.
           03 FILLER PIC X(21) VALUE "FINAL PAYMENT LEFT : ".
           03 SLIP-LEAVE-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 SLIP-LEAVE-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 SLIP-LEAVE-DD PIC 9(2).
           03 FILLER PIC X(12) VALUE "  PRORATED ".
           03 SLIP-PRORATE PIC Z9.
           03 FILLER PIC X(3) VALUE "/12".
       01 SLIP-GROSS-LINE.
           03 FILLER PIC X(21) VALUE "GROSS PAY          : ".
           03 FILLER PIC X(1) VALUE "\".
           03 FILLER PIC X(21) VALUE "SOCIAL INSURANCE   : ".
           03 FILLER PIC X(1) VALUE "\".
           03 SLIP-INSURE PIC ZZZ,ZZ9.
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
       01 SLIP-NET-LINE.
           03 FILLER PIC X(21) VALUE "NET PAY            : ".
           03 FILLER PIC X(1) VALUE "\".
       01 SLIP-BLANK-LINE PIC X(44) VALUE SPACE.
      *>  変動照合テーブル（従業員ごとに今回支給額と直近の
      *>  前回支給額・支給日を保持する）
      *>  RECON-HELD-FLAG "Y"=今回サイクルの支給を保留に回した
      *>  従業員（今回支給が無くても支給漏れとは扱わない）
       01 RECON-TABLE.
           03 RECON-ENTRY OCCURS 1000 TIMES.
               05 RECON-EMP-ID PIC 9(6).
               05 RECON-PRIOR-AMT PIC 9(6).
               05 RECON-CURR-FLAG PIC X.
               05 RECON-CURR-AMT PIC 9(6).
               05 RECON-HELD-FLAG PIC X.
       01 RECON-MAX PIC 9(4) VALUE 1000.
       01 RECON-COUNT PIC 9(4) VALUE ZERO.
       01 RECON-SUB PIC 9(4) VALUE ZERO.
       01 RECON-KEY-ID PIC 9(6) VALUE ZERO.
       01 RECON-FOUND PIC X VALUE "N".
       01 RECON-DIFF PIC 9(9) VALUE ZERO.
       01 RECON-PCT PIC 9(9) VALUE ZERO.
      *>  今回の記念日サイクルで既に支給（"P"）済みの従業員と
      *>  その支給日を控えておく。突合した従業員がここに載って
      *>  いれば支給せず、エラーファイルに記録して読み飛ばす
      *>  PAID-KIND "P"=支給済み、"H"=支払保留で登録簿に計上済み
       01 PAID-TABLE.
           03 PAID-ENTRY OCCURS 2000 TIMES.
               05 PAID-EMP-ID PIC 9(6).
               05 PAID-DATE PIC 9(8).
               05 PAID-KIND PIC X(1).
       01 PAID-MAX PIC 9(4) VALUE 2000.
       01 PAID-COUNT PIC 9(4) VALUE ZERO.
       01 PAID-SUB PIC 9(4) VALUE ZERO.
       01 PAID-FOUND PIC X VALUE "N".
       01 PAID-KEY PIC 9(6) VALUE ZERO.
       01 PAID-KEY-DATE PIC 9(8) VALUE ZERO.
       01 PAID-KEY-KIND PIC X VALUE "P".
       01 EOF-PAID-SCAN PIC X VALUE "N".
       01 EOF-HELD-SCAN PIC X VALUE "N".
       01 DUP-PAY-SKIP-COUNT PIC 9(6) VALUE ZERO.
      *>  二重支給エラー行の編集様式（前回の支給日を書き添える）
       01 PAID-ERR-TEXT.
           03 FILLER PIC X(16) VALUE "ALREADY PAID ON ".
           03 PAID-ERR-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE "!".
       01 HELD-ERR-TEXT.
           03 FILLER PIC X(16) VALUE "ALREADY HELD ON ".
           03 HELD-ERR-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE "!".
      *>  支払保留テーブル（保留中の従業員と理由コード）と、
      *>  今回の実行で保留に回した件数・金額
       01 HOLD-TABLE.
           03 HOLD-ENTRY OCCURS 2000 TIMES.
               05 HOLDT-EMP-ID PIC 9(6).
               05 HOLDT-REASON PIC X(2).
       01 HOLD-MAX PIC 9(4) VALUE 2000.
       01 HOLD-COUNT PIC 9(4) VALUE ZERO.
       01 HOLD-SUB PIC 9(4) VALUE ZERO.
       01 HOLD-FOUND PIC X VALUE "N".
       01 EOF-HOLD PIC X VALUE "N".
       01 HELD-COUNT PIC 9(6) VALUE ZERO.
       01 HELD-GROSS-TOTAL PIC 9(9) VALUE ZERO.
       01 HELD-NET-TOTAL PIC 9(9) VALUE ZERO.
      *>  退職者の判定。記念日サイクルは前回の記念日の翌月から
      *>  今回の記念日の月まで。退職月がこの中にあれば最終支給と
      *>  して前回の記念日から退職月までの月数で月割りにし、
      *>  それより前に退職した者は支給しない（退職月は年*12+月の
      *>  通算月数で比べる）
       01 LEAVER-FINAL PIC X VALUE "N".
       01 LEAVER-SKIP PIC X VALUE "N".
       01 LEAVE-MONTHS-W PIC 9(6) VALUE ZERO.
       01 CYCLE-MONTHS-W PIC 9(6) VALUE ZERO.
       01 PRORATE-MONTHS PIC 9(2) VALUE ZERO.
       01 LEAVER-SKIP-COUNT PIC 9(6) VALUE ZERO.
       01 LEAVER-FINAL-COUNT PIC 9(6) VALUE ZERO.
      *>  控除命令の様式。OW-TYPE "G"=差押え、"L"=社内貸付の返済
      *>  （この2種は残高を持ち、完済で自動的に"C"になる）、"U"=
      *>  組合費（残高を持たず、取り消されるまで毎回控除する）。
      *>  OW-METHOD "F"=定額、"P"=税・保険料控除後の差引支給額に
      *>  対する率。OW-MIN-NETは控除後も本人に残す最低支給額。
      *>  OW-LAST-YY/MMは最後に適用した記念日サイクル（同じ
      *>  サイクルに二度適用しないための目印）
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
       01 DEDN-BASE PIC 9(6) VALUE ZERO.
       01 DEDN-AMT-W PIC 9(7) VALUE ZERO.
       01 DEDN-AVAIL-W PIC 9(6) VALUE ZERO.
       01 DEDN-FLOOR-W PIC 9(7) VALUE ZERO.
      *>  処理中の従業員に今回適用した控除（給与明細・支給履歴・
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
      *>  送金明細の印刷様式
       01 RMT-HEAD-LINE.
           03 FILLER PIC X(30) VALUE "DEDUCTION REMITTANCE - RUN    ".
           03 RMT-HEAD-DATE PIC 9(8).
           03 FILLER PIC X(8) VALUE "  CYCLE ".
           03 RMT-HEAD-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 RMT-HEAD-MM PIC 9(2).
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
      *>  部門別集計テーブル（部門ごとのheadcountと支給総額を保持）
       01 DEPT-TABLE.
           03 DEPT-ENTRY OCCURS 20 TIMES.
           OPEN INPUT PII-F.
      *>  パラメタは出力ファイルを開く前に読む（試算実行の指定に
      *>  よってレポート類の割り当て先が変わるため）
      *>  実行する会社を先に決め、その会社のパラメタを読む
           PERFORM READ-COMPANY.
           PERFORM READ-PARM.
           IF TRIAL-MODE = "Y"
               PERFORM SET-TRIAL-FILES
           END-IF.
           IF RUN-COMPANY NOT = HOME-COMPANY
               PERFORM SET-COMPANY-FILES
           END-IF.
      *>  試算実行ではチェックポイントに触れず、常に先頭から全件を
      *>  試算する。通常実行では前回異常終了時のチェックポイントが
      *>  残っていれば再開モードで続きから処理する
           IF TRIAL-MODE NOT = "Y"
               PERFORM DETECT-RESTART
      *>  チェックポイントが残っていても、payment.txtに既に
      *>  コントロールトータルが書かれている（前回の実行が最後まで
                   OPEN OUTPUT LEDGER-F
               END-IF
           END-IF.
      *>  保留支給の登録簿は解除されるまで持ち越すため追記して
      *>  いく。試算実行ではプレビューの登録簿を毎回洗い替えで
      *>  作り直す
           IF TRIAL-MODE = "Y"
               OPEN OUTPUT HELDPAY-F
           ELSE
               OPEN EXTEND HELDPAY-F
               IF F-STATUS23 = "35"
                   OPEN OUTPUT HELDPAY-F
               END-IF
           END-IF.
      *>  部門別集計は今回の実行区間分を集計し直す（再開時は
      *>  未処理分のみの集計になる点に留意）
           OPEN OUTPUT DEPT-F.
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-RAW TO RUN-ID-TIME.
           INITIALIZE WORK-ERROR.
           IF F-STATUS NOT = "00"
               DISPLAY "OPEN ERROR in1.txt " F-STATUS
               DISPLAY "File opened successfully."
           END-IF.

           IF F-STATUS23 NOT = "00"
               DISPLAY "OPEN ERROR " HELDPAY-FNAME " " F-STATUS23
               MOVE 8 TO RUN-RC
           ELSE
               DISPLAY "File opened successfully."
           END-IF.

      *>  主要ファイルが開けないまま先へ進んでも給与は作れない
      *>  ため、この時点で実行管理ログに記録して異常終了させる
           IF RUN-RC NOT = ZERO
               DISPLAY "RUN STOPPED - FILE OPEN ERROR."
               MOVE "N" TO BALANCE-OK
               MOVE "A" TO RUN-END
               PERFORM WRITE-RUN-LOG
               MOVE RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-PAID-TABLE.
           PERFORM LOAD-HOLDS.
           PERFORM LOAD-DEDUCTION-ORDERS.
           PERFORM READ-DEDUCT.
           PERFORM READ-RATESCHED.
           PERFORM READ-BANKMAST.
           PERFORM PROCESS-CONTROL.
      *>      CLOSE EMPLOYEE-F

      *>  記念日と入社日有効範囲をパラメタファイルから読み込む
      *>  （毎年ソースを直して再コンパイルしなくて済むように外出しする）
      *>  パラメタファイルは会社ごとに1行を置き、実行する会社の
      *>  行を使う（その会社の行が無ければ既定値で動かす）
       READ-PARM SECTION.
           OPEN INPUT PARM-F.
           IF F-STATUS6 NOT = "00"
               DISPLAY "PARM FILE NOT FOUND - USING DEFAULT VALUES."
           ELSE
               PERFORM READ-PARM-LINE
                   UNTIL EOF-PARM = "Y" OR PARM-FOUND = "Y"
               CLOSE PARM-F
               IF PARM-FOUND = "N"
                   DISPLAY "NO PARM LINE FOR COMPANY " RUN-COMPANY
                       " - USING DEFAULT VALUES."
               END-IF
           END-IF.
       EXIT.

      *>  パラメタファイルの1行分を読み、実行する会社の行なら
      *>  その値を使う
       READ-PARM-LINE SECTION.
           READ PARM-F
               AT END
                   MOVE "Y" TO EOF-PARM
               NOT AT END
                   IF PARM-COMPANY = RUN-COMPANY
                       OR (PARM-COMPANY = SPACE
                           AND RUN-COMPANY = HOME-COMPANY)
                       MOVE "Y" TO PARM-FOUND
                       MOVE PARM-ANNI-YY TO ANNI-YY
                       MOVE PARM-ANNI-MM TO ANNI-MM
                       MOVE PARM-VALID-YY-FROM TO VALID-YY-FROM
                       MOVE PARM-VALID-YY-TO TO VALID-YY-TO
      *>  変動照合のしきい値は後から追加した項目のため、旧様式の
      *>  parm.txt（項目なし）では既定値のまま動かす
                       IF PARM-VAR-PCT IS NUMERIC
                           MOVE PARM-VAR-PCT TO VAR-THRESHOLD
                       END-IF
      *>  試算実行の指定も後から追加した項目（旧様式は空白＝通常）
                       IF PARM-TRIAL = "Y"
                           MOVE "Y" TO TRIAL-MODE
                       END-IF
                       DISPLAY "PARM FILE LOADED."
                   END-IF
           END-READ.
       EXIT.

      *>  実行する会社の会社コードを読み込む（ファイルが無いか
      *>  空白なら自社の実行）
       READ-COMPANY SECTION.
           OPEN INPUT COMPANY-F.
           IF F-STATUS28 = "00"
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
           DISPLAY "PAYROLL RUN FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  自社以外の会社の実行では、レポート類と支給・振込・現金
      *>  発注・仕訳連携・保留登録簿・チェックポイントのファイル名
      *>  の頭に会社コードを付けて会社ごとに分ける（例 02payment.txt）。
      *>  支給履歴・実行管理ログ・控除命令マスタは全社共通の
      *>  ファイルに会社コード付きで書くため、試算実行のプレビュー
      *>  だけを分ける
       SET-COMPANY-FILES SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE PAYMENT-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO PAYMENT-FNAME.
           MOVE ERROR1-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO ERROR1-FNAME.
           MOVE ERROR2-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO ERROR2-FNAME.
           MOVE BANK-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO BANK-FNAME.
           MOVE DEPT-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO DEPT-FNAME.
           MOVE PAYSLIP-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO PAYSLIP-FNAME.
           MOVE VARIANCE-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO VARIANCE-FNAME.
           MOVE CASHORD-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO CASHORD-FNAME.
           MOVE GLPOST-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO GLPOST-FNAME.
           MOVE RATELIST-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RATELIST-FNAME.
           MOVE HELDPAY-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO HELDPAY-FNAME.
           MOVE HELDPAY-IN-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO HELDPAY-IN-FNAME.
           MOVE REMIT-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO REMIT-FNAME.
           MOVE CKPT-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO CKPT-FNAME.
           IF TRIAL-MODE = "Y"
               MOVE LEDGER-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO LEDGER-FNAME
               MOVE RUNLOG-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO RUNLOG-FNAME
               MOVE DEDORD-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO DEDORD-FNAME
           END-IF.
       EXIT.

           MOVE "trialcashorder.txt" TO CASHORD-FNAME.
           MOVE "trialrunlog.txt" TO RUNLOG-FNAME.
           MOVE "trialglpost.txt" TO GLPOST-FNAME.
           MOVE "trialratelist.txt" TO RATELIST-FNAME.
           MOVE "trialheldpay.txt" TO HELDPAY-FNAME.
           MOVE "trialdedorder.txt" TO DEDORD-FNAME.
           MOVE "trialremit.txt" TO REMIT-FNAME.
           DISPLAY "TRIAL RUN - WRITING PREVIEW FILES ONLY.".
           DISPLAY "LEDGER/RUNLOG/REISSUE/CHECKPOINT NOT TOUCHED.".
           DISPLAY "HELD PAYMENTS GO TO THE PREVIEW REGISTER.".
           DISPLAY "DEDUCTION ORDER BALANCES GO TO THE PREVIEW MASTER.".
       EXIT.

      *>  控除率テーブル（税率区分と社会保険料率）をファイルから
               DISPLAY "RUN STOPPED - CORRECT deduct.txt AND RERUN."
               MOVE 8 TO RUN-RC
               MOVE "N" TO BALANCE-OK
               MOVE "A" TO RUN-END
               PERFORM WRITE-RUN-LOG
               MOVE RUN-RC TO RETURN-CODE
               STOP RUN
       EXIT.

      *>  控除率ファイルの1行分を読み込みテーブルに格納する
      *>  （他社の行は読み飛ばす）
       READ-DEDUCT-LINE SECTION.
           READ DEDUCT-F
               AT END
                   MOVE "Y" TO EOF-DEDUCT
               NOT AT END
                   IF DEDUCT-COMPANY NOT = RUN-COMPANY
                       AND (DEDUCT-COMPANY NOT = SPACE
                           OR RUN-COMPANY NOT = HOME-COMPANY)
                       CONTINUE
                   ELSE
                       IF DEDUCT-TYPE = "T"
                           IF TAX-TABLE-COUNT < TAX-TABLE-MAX
                               ADD 1 TO TAX-TABLE-COUNT
                               MOVE DEDUCT-LIMIT
                                   TO TAX-LIMIT-TAB(TAX-TABLE-COUNT)
                               MOVE DEDUCT-RATE-IN
                                   TO TAX-RATE-TAB(TAX-TABLE-COUNT)
                           ELSE
                               DISPLAY "TAX TABLE FULL - "
                                   "BRACKET OMITTED"
                           END-IF
                       ELSE
                           IF DEDUCT-TYPE = "I"
                               MOVE DEDUCT-RATE-IN TO INSURE-RATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE 10.00 TO INSURE-RATE.
       EXIT.

      *>  支給係数表をファイルから読み込み、今回のサイクルで
      *>  使う係数の一覧を書き出す（人事がステータスや係数を
      *>  追加・改定してもプログラムを直さずに済むように外出し
      *>  する）。ファイルが無いか有効な行が1行も無い場合は従来の
      *>  係数を既定値として使う
       READ-RATESCHED SECTION.
           COMPUTE RATE-CYCLE = ANNI-YY * 100 + ANNI-MM.
           OPEN INPUT RATESCHED-F.
           IF F-STATUS20 NOT = "00"
               DISPLAY "RATE SCHEDULE NOT FOUND - USING DEFAULT VALUES."
               PERFORM SET-RATESCHED-DEFAULT
           ELSE
               PERFORM READ-RATESCHED-LINE UNTIL EOF-RATESCHED = "Y"
               CLOSE RATESCHED-F
               IF RATE-COUNT = ZERO
                   DISPLAY "RATE SCHEDULE HAS NO ENTRY - "
                       "USING DEFAULT VALUES."
                   PERFORM SET-RATESCHED-DEFAULT
               ELSE
                   DISPLAY "RATE SCHEDULE LOADED."
               END-IF
           END-IF.
           PERFORM WRITE-RATE-LISTING.
       EXIT.

      *>  支給係数表の1行分を検査してテーブルに格納する。数字で
      *>  ない行、月数の区分が逆転している行は使わずに読み飛ばす
      *>  （他社の行も読み飛ばす）
       READ-RATESCHED-LINE SECTION.
           READ RATESCHED-F
               AT END
                   MOVE "Y" TO EOF-RATESCHED
               NOT AT END
                   IF RS-COMPANY NOT = RUN-COMPANY
                       AND (RS-COMPANY NOT = SPACE
                           OR RUN-COMPANY NOT = HOME-COMPANY)
                       CONTINUE
                   ELSE
                       IF RS-BODY IS NOT NUMERIC
                           OR RS-EFF-MM < 01 OR RS-EFF-MM > 12
                           OR RS-MONTHS-FROM > RS-MONTHS-TO
                           DISPLAY "RATE SCHEDULE LINE INVALID - "
                               "OMITTED "
                               RATESCHED-REC
                       ELSE
                           IF RATE-COUNT < RATE-MAX
                               ADD 1 TO RATE-COUNT
                               COMPUTE RATE-EFF-TAB(RATE-COUNT)
                                   = RS-EFF-YY * 100 + RS-EFF-MM
                               MOVE RS-STATUS
                                   TO RATE-STATUS-TAB(RATE-COUNT)
                               MOVE RS-MONTHS-FROM
                                   TO RATE-FROM-TAB(RATE-COUNT)
                               MOVE RS-MONTHS-TO
                                   TO RATE-TO-TAB(RATE-COUNT)
                               MOVE RS-RATE TO RATE-RATE-TAB(RATE-COUNT)
                           ELSE
                               DISPLAY "RATE TABLE FULL - ENTRY OMITTED"
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  支給係数表が無い場合の既定値（従来の係数。ステータス
      *>  0と1、勤続36・120・240か月の区分）
       SET-RATESCHED-DEFAULT SECTION.
           MOVE "Y" TO RATE-DEFAULT-USED.
           MOVE ZERO TO RATE-COUNT.
           MOVE 0 TO RATE-KEY-STATUS.
           MOVE 0.05 TO RATE.
           PERFORM SET-RATESCHED-DEFAULT-STATUS.
           MOVE 1 TO RATE-KEY-STATUS.
           MOVE 0.10 TO RATE.
           PERFORM SET-RATESCHED-DEFAULT-STATUS.
           MOVE ZERO TO RATE.
       EXIT.

      *>  既定値の1ステータス分（4区分。係数は区分ごとに0.05増し）
       SET-RATESCHED-DEFAULT-STATUS SECTION.
           ADD 1 TO RATE-COUNT.
           MOVE ZERO TO RATE-EFF-TAB(RATE-COUNT).
           MOVE RATE-KEY-STATUS TO RATE-STATUS-TAB(RATE-COUNT).
           MOVE 1 TO RATE-FROM-TAB(RATE-COUNT).
           MOVE 36 TO RATE-TO-TAB(RATE-COUNT).
           MOVE RATE TO RATE-RATE-TAB(RATE-COUNT).
           ADD 1 TO RATE-COUNT.
           MOVE ZERO TO RATE-EFF-TAB(RATE-COUNT).
           MOVE RATE-KEY-STATUS TO RATE-STATUS-TAB(RATE-COUNT).
           MOVE 37 TO RATE-FROM-TAB(RATE-COUNT).
           MOVE 120 TO RATE-TO-TAB(RATE-COUNT).
           COMPUTE RATE-RATE-TAB(RATE-COUNT) = RATE + 0.05.
           ADD 1 TO RATE-COUNT.
           MOVE ZERO TO RATE-EFF-TAB(RATE-COUNT).
           MOVE RATE-KEY-STATUS TO RATE-STATUS-TAB(RATE-COUNT).
           MOVE 121 TO RATE-FROM-TAB(RATE-COUNT).
           MOVE 240 TO RATE-TO-TAB(RATE-COUNT).
           COMPUTE RATE-RATE-TAB(RATE-COUNT) = RATE + 0.10.
           ADD 1 TO RATE-COUNT.
           MOVE ZERO TO RATE-EFF-TAB(RATE-COUNT).
           MOVE RATE-KEY-STATUS TO RATE-STATUS-TAB(RATE-COUNT).
           MOVE 241 TO RATE-FROM-TAB(RATE-COUNT).
           MOVE 9999 TO RATE-TO-TAB(RATE-COUNT).
           COMPUTE RATE-RATE-TAB(RATE-COUNT) = RATE + 0.15.
       EXIT.

      *>  支給係数表の一覧を書き出す。1行ごとに、今回のサイクル
      *>  で使う一式（IN FORCE）か、新しい一式に置き換わった行
      *>  （SUPERSEDED）か、まだ効力の無い行（NOT YET）かを印字する
       WRITE-RATE-LISTING SECTION.
           OPEN OUTPUT RATELIST-F.
           IF F-STATUS21 NOT = "00"
               DISPLAY "OPEN ERROR " RATELIST-FNAME " " F-STATUS21
               MOVE 8 TO RUN-RC
           ELSE
               MOVE ANNI-YY TO RLST-HEAD-YY
               MOVE ANNI-MM TO RLST-HEAD-MM
               WRITE RATELIST-LINE FROM RLST-HEAD-LINE
               WRITE RATELIST-LINE FROM RLST-RULE-LINE
               WRITE RATELIST-LINE FROM RLST-TITLE-LINE
               WRITE RATELIST-LINE FROM RLST-RULE-LINE
               MOVE ZERO TO RATE-INFORCE-COUNT
               MOVE 1 TO RATE-LIST-SUB
               PERFORM WRITE-RATE-LIST-LINE
                   UNTIL RATE-LIST-SUB > RATE-COUNT
               WRITE RATELIST-LINE FROM RLST-RULE-LINE
               MOVE RATE-COUNT TO RLST-COUNT
               MOVE RATE-INFORCE-COUNT TO RLST-INFORCE
               WRITE RATELIST-LINE FROM RLST-COUNT-LINE
               IF RATE-DEFAULT-USED = "Y"
                   MOVE "BUILT-IN DEFAULT RATES (NO ratesched.txt)"
                       TO RLST-NOTE-TEXT
                   WRITE RATELIST-LINE FROM RLST-NOTE-LINE
               END-IF
               CLOSE RATELIST-F
           END-IF.
       EXIT.

      *>  支給係数表一覧の1行分を書き出す
       WRITE-RATE-LIST-LINE SECTION.
           DIVIDE RATE-EFF-TAB(RATE-LIST-SUB) BY 100
               GIVING RLST-EFF-YY REMAINDER RLST-EFF-MM.
           MOVE RATE-STATUS-TAB(RATE-LIST-SUB) TO RLST-STATUS.
           MOVE RATE-FROM-TAB(RATE-LIST-SUB) TO RLST-FROM.
           MOVE RATE-TO-TAB(RATE-LIST-SUB) TO RLST-TO.
           MOVE RATE-RATE-TAB(RATE-LIST-SUB) TO RLST-RATE.
           IF RATE-EFF-TAB(RATE-LIST-SUB) > RATE-CYCLE
               MOVE "NOT YET" TO RLST-USE
           ELSE
               MOVE RATE-STATUS-TAB(RATE-LIST-SUB) TO RATE-KEY-STATUS
               PERFORM FIND-RATE-VERSION
               IF RATE-EFF-TAB(RATE-LIST-SUB) = RATE-VER-EFF
                   MOVE "IN FORCE" TO RLST-USE
                   ADD 1 TO RATE-INFORCE-COUNT
               ELSE
                   MOVE "SUPERSEDED" TO RLST-USE
               END-IF
           END-IF.
           WRITE RATELIST-LINE FROM RLST-DETAIL-LINE.
           ADD 1 TO RATE-LIST-SUB.
       EXIT.

      *>  RATE-KEY-STATUSのステータスについて、今回のサイクルで
      *>  効力を持つ一式の効力発生年月（サイクル以前で最も新しい
      *>  もの）を求める。一式が無ければRATE-VER-FOUND="N"
       FIND-RATE-VERSION SECTION.
           MOVE "N" TO RATE-VER-FOUND.
           MOVE ZERO TO RATE-VER-EFF.
           MOVE 1 TO RATE-SUB.
           PERFORM RATE-VERSION-SCAN UNTIL RATE-SUB > RATE-COUNT.
       EXIT.

       RATE-VERSION-SCAN SECTION.
           IF RATE-STATUS-TAB(RATE-SUB) = RATE-KEY-STATUS
               AND RATE-EFF-TAB(RATE-SUB) <= RATE-CYCLE
               IF RATE-VER-FOUND = "N"
                   OR RATE-EFF-TAB(RATE-SUB) > RATE-VER-EFF
                   MOVE "Y" TO RATE-VER-FOUND
                   MOVE RATE-EFF-TAB(RATE-SUB) TO RATE-VER-EFF
               END-IF
           END-IF.
           ADD 1 TO RATE-SUB.
       EXIT.

      *>  RATE-KEY-STATUSとRATE-KEY-LEN（勤続月数）に対する係数を
      *>  効力を持つ一式から探す。区分が無ければRATE-FOUND="N"
      *>  （前の従業員の係数が残らないようRATEは0にしておく）
       FIND-RATE SECTION.
           MOVE ZERO TO RATE.
           MOVE "N" TO RATE-FOUND.
           PERFORM FIND-RATE-VERSION.
           IF RATE-VER-FOUND = "Y"
               MOVE 1 TO RATE-SUB
               PERFORM RATE-SEARCH
                   UNTIL RATE-SUB > RATE-COUNT OR RATE-FOUND = "Y"
           END-IF.
       EXIT.

       RATE-SEARCH SECTION.
           IF RATE-STATUS-TAB(RATE-SUB) = RATE-KEY-STATUS
               AND RATE-EFF-TAB(RATE-SUB) = RATE-VER-EFF
               AND RATE-KEY-LEN >= RATE-FROM-TAB(RATE-SUB)
               AND RATE-KEY-LEN <= RATE-TO-TAB(RATE-SUB)
               MOVE RATE-RATE-TAB(RATE-SUB) TO RATE
               MOVE "Y" TO RATE-FOUND
           ELSE
               ADD 1 TO RATE-SUB
           END-IF.
       EXIT.

      *>  銀行・支店マスタをテーブルに読み込む。マスタが無い
      *>  場合は銀行・支店コードの照合だけを見送る（口座番号の
      *>  形式検査は行う）

      *>  支給履歴から今回の記念日サイクルの支給済み従業員を
      *>  テーブルに読み込む（二重支給防止）。サイクル欄のない
      *>  旧様式の行はどのサイクルか判定できないため対象にしない。
      *>  保留支給の登録簿に今回サイクルで載っている従業員も
      *>  同じテーブルに控える（保留中の分を二重に計上しない）
       LOAD-PAID-TABLE SECTION.
           OPEN INPUT LEDGER-IN-F.
           IF F-STATUS13 NOT = "00"
           ELSE
               PERFORM LOAD-PAID-LINE UNTIL EOF-PAID-SCAN = "Y"
               CLOSE LEDGER-IN-F
           END-IF.
           OPEN INPUT HELDPAY-IN-F.
           IF F-STATUS24 = "00"
               PERFORM LOAD-HELD-LINE UNTIL EOF-HELD-SCAN = "Y"
               CLOSE HELDPAY-IN-F
           END-IF.
           IF PAID-COUNT > ZERO
               DISPLAY "ALREADY PAID OR HELD THIS CYCLE: " PAID-COUNT
           END-IF.
       EXIT.

      *>  支給履歴を1件ずつ読み、実行する会社の今回サイクルの
      *>  支給（"P"）なら支給済みテーブルに反映する（会社ごとに
      *>  記念日サイクルが違うため、他社の行は判定に使わない）
       LOAD-PAID-LINE SECTION.
           READ LEDGER-IN-F
               AT END
                   IF LIN-TYPE = "P"
                       AND LIN-ANNI-YY IS NUMERIC
                       AND LIN-ANNI-MM IS NUMERIC
                       AND (LIN-COMPANY = RUN-COMPANY
                           OR (LIN-COMPANY = SPACE
                               AND RUN-COMPANY = HOME-COMPANY))
                       IF LIN-ANNI-YY = ANNI-YY
                           AND LIN-ANNI-MM = ANNI-MM
                           MOVE LIN-EMP-ID TO PAID-KEY
                           MOVE LIN-RUN-DATE TO PAID-KEY-DATE
                           MOVE "P" TO PAID-KEY-KIND
                           PERFORM POST-PAID-ENTRY
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  保留支給の登録簿を1件ずつ読み、今回サイクルの保留なら
      *>  支給済みテーブルに反映する（保留に回した日を控える）
       LOAD-HELD-LINE SECTION.
           READ HELDPAY-IN-F
               AT END
                   MOVE "Y" TO EOF-HELD-SCAN
               NOT AT END
                   IF HPI-ANNI-YY = ANNI-YY
                       AND HPI-ANNI-MM = ANNI-MM
                       MOVE HPI-EMP-ID TO PAID-KEY
                       MOVE HPI-HELD-DATE TO PAID-KEY-DATE
                       MOVE "H" TO PAID-KEY-KIND
                       PERFORM POST-PAID-ENTRY
                   END-IF
           END-READ.
       EXIT.

      *>  支給済みテーブルに1件分を反映する。既に載っている
      *>  従業員は支給日が新しければ置き換える
       POST-PAID-ENTRY SECTION.
           PERFORM PAID-FIND.
           IF PAID-FOUND = "Y"
               IF PAID-KEY-DATE > PAID-DATE(PAID-SUB)
                   MOVE PAID-KEY-DATE TO PAID-DATE(PAID-SUB)
                   MOVE PAID-KEY-KIND TO PAID-KIND(PAID-SUB)
               END-IF
           ELSE
               IF PAID-COUNT < PAID-MAX
                   ADD 1 TO PAID-COUNT
                   MOVE PAID-KEY TO PAID-EMP-ID(PAID-COUNT)
                   MOVE PAID-KEY-DATE TO PAID-DATE(PAID-COUNT)
                   MOVE PAID-KEY-KIND TO PAID-KIND(PAID-COUNT)
               ELSE
                   DISPLAY "PAID TABLE FULL - " PAID-KEY
                       " NOT GUARDED AGAINST DUPLICATE PAYMENT"
               END-IF
           END-IF.
       EXIT.

      *>  支払保留ファイルを読み込む（無ければ保留中の従業員なし）
       LOAD-HOLDS SECTION.
           OPEN INPUT HOLD-F.
           IF F-STATUS22 NOT = "00"
               DISPLAY "NO HOLD FILE - NO PAYMENTS ON HOLD."
           ELSE
               PERFORM LOAD-HOLD-LINE UNTIL EOF-HOLD = "Y"
               CLOSE HOLD-F
               IF HOLD-COUNT > ZERO
                   DISPLAY "EMPLOYEES ON PAYMENT HOLD: " HOLD-COUNT
               END-IF
           END-IF.
       EXIT.

       LOAD-HOLD-LINE SECTION.
           READ HOLD-F
               AT END
                   MOVE "Y" TO EOF-HOLD
               NOT AT END
                   IF HOLD-COUNT < HOLD-MAX
                       ADD 1 TO HOLD-COUNT
                       MOVE HOLD-EMP-ID TO HOLDT-EMP-ID(HOLD-COUNT)
                       MOVE HOLD-REASON TO HOLDT-REASON(HOLD-COUNT)
                   ELSE
                       DISPLAY "HOLD TABLE FULL - " HOLD-EMP-ID
                           " NOT HELD"
                   END-IF
           END-READ.
       EXIT.

      *>  支払保留テーブルから処理中の従業員を探す
       HOLD-FIND SECTION.
           MOVE 1 TO HOLD-SUB.
           MOVE "N" TO HOLD-FOUND.
           PERFORM HOLD-SEARCH
               UNTIL HOLD-SUB > HOLD-COUNT OR HOLD-FOUND = "Y".
       EXIT.

       HOLD-SEARCH SECTION.
           IF HOLDT-EMP-ID(HOLD-SUB) = EMP-ID
               MOVE "Y" TO HOLD-FOUND
           ELSE
               ADD 1 TO HOLD-SUB
           END-IF.
       EXIT.

      *>  控除命令マスタを読み込む（無ければ控除命令なし）
       LOAD-DEDUCTION-ORDERS SECTION.
           OPEN INPUT DEDORD-F.
           IF F-STATUS25 NOT = "00"
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
      *>  行があるまま進むとその行が失われる。その場合は支給を
      *>  始める前に実行を止める
       LOAD-ORDER-LINE SECTION.
           READ DEDORD-F
               AT END
                   MOVE "Y" TO EOF-DEDORD
               NOT AT END
                   IF DORD-COUNT < DORD-MAX
                       ADD 1 TO DORD-COUNT
                       PERFORM CHECK-ORDER-LINE
                   ELSE
                       DISPLAY "DEDUCTION ORDER TABLE FULL - "
                           "RUN STOPPED."
                       MOVE 8 TO RUN-RC
                       MOVE "N" TO BALANCE-OK
                       MOVE "A" TO RUN-END
                       PERFORM WRITE-RUN-LOG
                       MOVE RUN-RC TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       EXIT.

      *>  控除命令1行の様式を検査する。不正な行は適用せず、
      *>  書き戻しでは読んだとおりに残す（人手で直すため）。
      *>  新規の命令で最終適用サイクルと累計が空白なら0にする
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

      *>  支給済みテーブルからPAID-KEYの従業員を探す
       PAID-FIND SECTION.
           MOVE 1 TO PAID-SUB.
      *>  本物の履歴に続けてプレビューの履歴も読み込んでから判定
      *>  する（照合の結果は通常実行と同じになる）
               IF TRIAL-MODE = "Y"
                   MOVE LEDGER-FNAME TO LEDGER-IN-FNAME
                   MOVE "N" TO EOF-LEDGER-IN
                   OPEN INPUT LEDGER-IN-F
                   IF F-STATUS13 = "00"
      *>  返戻による取消（"R"）は支給実績ではないため照合の
      *>  対象から除く。事後調整の追加支給（"A"）と回収（"C"）は
      *>  差額だけの行、未請求現金の戻し入れ（"U"）は資金の戻り
      *>  の行、控除命令の控除（"D"）は支払先に回す分の行で、
      *>  どれも支給額そのものではないため除く
      *>  （支給・再支給・旧様式の行だけを数える）
      *>  他社の支給の行も照合の対象から除く
           IF LIN-TYPE NOT = "R" AND LIN-TYPE NOT = "A"
               AND LIN-TYPE NOT = "C" AND LIN-TYPE NOT = "U"
               AND LIN-TYPE NOT = "D"
               AND (LIN-COMPANY = RUN-COMPANY
                   OR (LIN-COMPANY = SPACE
                       AND RUN-COMPANY = HOME-COMPANY))
               MOVE LIN-EMP-ID TO RECON-KEY-ID
               PERFORM RECON-FIND
               IF RECON-FOUND = "Y"
                   IF LIN-RUN-DATE = RUN-DATE
           IF RECON-FOUND = "N"
               IF RECON-COUNT < RECON-MAX
                   ADD 1 TO RECON-COUNT
                   MOVE RECON-KEY-ID TO RECON-EMP-ID(RECON-COUNT)
                   MOVE ZERO TO RECON-PRIOR-DATE(RECON-COUNT)
                   MOVE ZERO TO RECON-PRIOR-AMT(RECON-COUNT)
                   MOVE "N" TO RECON-CURR-FLAG(RECON-COUNT)
                   MOVE ZERO TO RECON-CURR-AMT(RECON-COUNT)
                   MOVE "N" TO RECON-HELD-FLAG(RECON-COUNT)
                   MOVE RECON-COUNT TO RECON-SUB
                   MOVE "Y" TO RECON-FOUND
               ELSE
                   DISPLAY "RECON TABLE FULL - " RECON-KEY-ID
                       " OMITTED FROM VARIANCE REPORT"
               END-IF
           END-IF.

      *>  照合テーブルを1件ずつ探索する
       RECON-SEARCH SECTION.
           IF RECON-EMP-ID(RECON-SUB) = RECON-KEY-ID
               MOVE "Y" TO RECON-FOUND
           ELSE
               ADD 1 TO RECON-SUB
      *>  照合テーブル1件分を判定しレポートに書き出す
      *>  NEW     =今回初めて支給された従業員
      *>  MISSING =前回までは支給があったのに今回支給がない従業員
      *>  HELD    =今回サイクルの支給を保留に回した従業員（保留
      *>            解除処理が支払うため支給漏れとは分けて記録する）
      *>  VARIANCE=前回比の増減がしきい値（％）を超えた従業員
       RECON-JUDGE SECTION.
           IF RECON-CURR-FLAG(RECON-SUB) = "Y"
               END-IF
           ELSE
               INITIALIZE VARIANCE-REC
               IF RECON-HELD-FLAG(RECON-SUB) = "Y"
                   MOVE "HELD    " TO VAR-TYPE
               ELSE
                   MOVE "MISSING " TO VAR-TYPE
               END-IF
               MOVE RECON-EMP-ID(RECON-SUB) TO VAR-EMP-ID
               MOVE RECON-PRIOR-AMT(RECON-SUB) TO VAR-PRIOR-AMOUNT
               WRITE VARIANCE-REC
       EXIT.

       EMPLOYEE-FILE SECTION.
           MOVE "Y" TO OTHER-CO-EMP.
           PERFORM READ-EMPLOYEE-REC
               UNTIL OTHER-CO-EMP = "N" OR EOF-IN1 = "Y".
           INITIALIZE ERRORFLAG-IN1
           INITIALIZE ERRORS
           DISPLAY "ERRORCHECK:"ERRORFLAG-IN1
       EXIT.

       PII-FILE SECTION.
           MOVE "Y" TO OTHER-CO-PII.
           PERFORM READ-PII-REC
               UNTIL OTHER-CO-PII = "N" OR EOF-IN2 = "Y".
           DISPLAY "PII-NUMBER:"PII-ID.
           DISPLAY "PII-NAME:"PII-NAME.
           INITIALIZE ERRORFLAG-IN2
           END-IF.
       EXIT.

      *>  従業員ファイルを1件読む。実行する会社以外の従業員は
      *>  読み飛ばして次を読む（読み込み件数には数えない）
       READ-EMPLOYEE-REC SECTION.
           READ EMPLOYEE-F
               AT END
                   MOVE "Y" TO EOF-IN1
                   MOVE "N" TO OTHER-CO-EMP
               NOT AT END
                   IF EMP-COMPANY = RUN-COMPANY
                       OR (EMP-COMPANY = SPACE
                           AND RUN-COMPANY = HOME-COMPANY)
                       MOVE "N" TO OTHER-CO-EMP
                       ADD 1 TO EMP-READ-COUNT
                   ELSE
                       ADD 1 TO OTHER-CO-EMP-COUNT
                   END-IF
           END-READ.
       EXIT.

      *>  個人データファイルを1件読む（従業員ファイルと同様に
      *>  実行する会社以外の個人データは読み飛ばす）
       READ-PII-REC SECTION.
           READ PII-F
               AT END
                   MOVE "Y" TO EOF-IN2
                   MOVE "N" TO OTHER-CO-PII
               NOT AT END
                   IF PII-COMPANY = RUN-COMPANY
                       OR (PII-COMPANY = SPACE
                           AND RUN-COMPANY = HOME-COMPANY)
                       MOVE "N" TO OTHER-CO-PII
                       ADD 1 TO PII-READ-COUNT
                   ELSE
                       ADD 1 TO OTHER-CO-PII-COUNT
                   END-IF
           END-READ.
       EXIT.

      *>  従業員ファイルのキー順序検査。突合処理はキー昇順を
      *>  前提としているため、直前のキーより小さいキーを読んだら
      *>  その場で実行を打ち切る（順不同のマスタのまま続けると
      *>  ポイントも残したままファイルを閉じて復帰コード8で
      *>  終了する（スケジューラ側で後続ジョブを止めるため）
       ABORT-RUN SECTION.
      *>  ここまでに支給した従業員の控除命令は支給履歴に載って
      *>  いるので、残高を進めたマスタを書き戻しておく（再実行では
      *>  その従業員は支給済みとして読み飛ばされるため）
           PERFORM REWRITE-DEDUCTION-ORDERS.
           MOVE 8 TO RUN-RC.
           MOVE "N" TO BALANCE-OK.
           MOVE "A" TO RUN-END.
      *>  打ち切った実行も実行管理ログには残す
           PERFORM WRITE-RUN-LOG.
      *>  チェックポイントは消して、並べ替え後の再実行を新規実行
           CLOSE PAYSLIP-F.
           CLOSE CASHORD-F.
           CLOSE RUNLOG-F.
           CLOSE HELDPAY-F.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
       EXIT.

       CLOSE-F SECTION.
      *>  返戻された振込の再支給指示を現金支給の経路で取り込む
      *>  （トレーラの前に書き出して当日の現金合計に含める）。
      *>  再支給指示は全社共通のため、実行した会社の分だけを取り込む
           PERFORM PROCESS-REISSUE.
           PERFORM WRITE-PAYMENT-TRAILER.
           PERFORM WRITE-DEPT-SUMMARY.
           PERFORM WRITE-CASH-ORDER.
           PERFORM WRITE-REMITTANCE.
      *>  会計システムへの仕訳連携バッチを書き出す
           PERFORM WRITE-GL-POSTING.
      *>  控除命令の残高を更新したマスタを書き戻す
           PERFORM REWRITE-DEDUCTION-ORDERS.
           PERFORM CHECK-RUN-BALANCE.
           PERFORM WRITE-RUN-LOG.
      *>  正常終了したのでチェックポイントは不要になる
           CLOSE PAYSLIP-F.
           CLOSE CASHORD-F.
           CLOSE RUNLOG-F.
           CLOSE HELDPAY-F.
           IF HELD-COUNT > ZERO
               DISPLAY "PAYMENTS HELD: " HELD-COUNT
                   " NET " HELD-NET-TOTAL
           END-IF.
           IF DEDN-GRAND-COUNT > ZERO
               DISPLAY "ORDER DEDUCTIONS TAKEN: " DEDN-GRAND-COUNT
                   " TOTAL " DEDN-GRAND-TOTAL
           END-IF.
           IF LEAVER-FINAL-COUNT > ZERO
               DISPLAY "LEAVER FINAL PAYMENTS: " LEAVER-FINAL-COUNT
           END-IF.
           IF LEAVER-SKIP-COUNT > ZERO
               DISPLAY "LEAVERS NOT PAID: " LEAVER-SKIP-COUNT
           END-IF.
           IF OTHER-CO-EMP-COUNT > ZERO OR OTHER-CO-PII-COUNT > ZERO
               DISPLAY "OTHER COMPANY RECORDS SKIPPED: EMP "
                   OTHER-CO-EMP-COUNT " PII " OTHER-CO-PII-COUNT
           END-IF.
       EXIT.

      *>  入出力件数の検算。読み込んだ件数が「突合・却下・未突合」
      *>  エラーファイルの行数と一致するように、却下・未突合に
      *>  加えて振替・順序の行も件数に含める
           COMPUTE RL-ERR1 = EMP-REJECT-COUNT + EMP-UNMATCH-COUNT
               + SEQ-ERR1-COUNT + DUP-PAY-SKIP-COUNT
               + RATE-REJECT-COUNT.
           COMPUTE RL-ERR2 = PII-REJECT-COUNT + PII-UNMATCH-COUNT
               + BANK-DIVERT-COUNT + SEQ-ERR2-COUNT.
           MOVE TRAILER-REC-COUNT TO RL-COUNT.
           MOVE DUP-PAY-SKIP-COUNT TO RL-DUP-SKIP.
           MOVE ZERO TO RL-RECOV-COUNT.
           MOVE ZERO TO RL-RECOV-AMT.
           MOVE SPACE TO RL-PREPARER.
           MOVE SPACE TO RL-APPROVER.
           MOVE RUN-COMPANY TO RL-COMPANY.
           ADD 1 TO RUNLOG-SEQ.
           MOVE RUN-ID TO RL-RUN-ID.
           MOVE RUNLOG-SEQ TO RL-RUN-SEQ.
           MOVE RUN-END TO RL-END.
           MOVE LEDGER-SEQ TO RL-LEDGER-COUNT.
           MOVE LEDGER-AMT-HASH TO RL-LEDGER-AMT.
           MOVE GL-SEQ TO RL-GL-COUNT.
           MOVE GL-DR-HASH TO RL-GL-DR.
           MOVE SPACE TO RL-REL-SOURCE.
           WRITE RUNLOG-REC.
       EXIT.

      *>  返戻処理が書き出した再支給指示を読み込み、実行した会社
      *>  の分を1件ずつ現金支給として支給ファイルに書き出す。
      *>  取り込み終えたら再支給指示ファイルを他の会社の分だけに
      *>  書き直して二重支給を防ぐ
       PROCESS-REISSUE SECTION.
           OPEN INPUT REISSUE-F.
           IF F-STATUS17 NOT = "00"
               AT END
                   MOVE "Y" TO EOF-REISSUE
               NOT AT END
      *>  他の会社の指示は控えて書き戻す（会社コードの無い古い
      *>  行は自社）
                   IF REI-COMPANY NOT = RUN-COMPANY
                       AND (REI-COMPANY NOT = SPACE
                       OR RUN-COMPANY NOT = HOME-COMPANY)
                       PERFORM KEEP-REISSUE
                   ELSE
                       PERFORM PAY-REISSUE
                   END-IF
           END-READ.
       EXIT.

      *>  他の会社の再支給指示を作業テーブルに控える
       KEEP-REISSUE SECTION.
           IF REI-KEEP-COUNT < REI-KEEP-MAX
               ADD 1 TO REI-KEEP-COUNT
               MOVE REISSUE-REC TO REI-KEEP-LINE(REI-KEEP-COUNT)
           ELSE
               DISPLAY "REISSUE TABLE FULL - " REI-COMPANY " "
                   REI-EMP-ID " " REI-AMOUNT " NOT KEPT"
           END-IF.
       EXIT.

      *>  再支給1件分を現金支給として処理する。支給ファイルに
      *>  金種内訳付きで書き出し、現金チャネルと金種別枚数に
      *>  積み上げ、支給履歴には再支給（"S"）として追記する
           MOVE ZERO TO LEDGER-GROSS.
           MOVE ZERO TO LEDGER-TAX.
           MOVE ZERO TO LEDGER-INSURANCE.
           PERFORM WRITE-LEDGER-LINE.
           ADD 1 TO REISSUE-COUNT.
           ADD PAYMENT-NET TO REISSUE-AMT-TOTAL.
           INITIALIZE NET-AMOUNT2 BASIC-RESULT2 BASIC-RESULT3
               BASIC-RESULT4 BASIC-RESULT5.
       EXIT.

      *>  取り込み済みの再支給指示ファイルを他の会社の分だけに
      *>  書き直す（試算実行では取り込みの試算だけ行い、指示
      *>  ファイルは残しておく）
       CLEAR-REISSUE SECTION.
           IF TRIAL-MODE = "Y"
               DISPLAY "TRIAL RUN - REISSUE FILE KEPT."
           ELSE
               OPEN OUTPUT REISSUE-F
               MOVE 1 TO REI-KEEP-SUB
               PERFORM WRITE-KEPT-REISSUE
                   UNTIL REI-KEEP-SUB > REI-KEEP-COUNT
               CLOSE REISSUE-F
           END-IF.
       EXIT.

       WRITE-KEPT-REISSUE SECTION.
           MOVE REI-KEEP-LINE(REI-KEEP-SUB) TO REISSUE-REC.
           WRITE REISSUE-REC.
           ADD 1 TO REI-KEEP-SUB.
       EXIT.

      *>  現金発注レポートを書き出す。金種別の合計枚数と金額、
      *>  総額を印字し、支給ファイルのトレーラの現金合計と
      *>  突き合わせて一致するかどうかも記録する
       WRITE-CASH-ORDER SECTION.
           MOVE RUN-DATE TO ORD-HEAD-DATE.
           MOVE RUN-COMPANY TO ORD-HEAD-COMPANY.
           WRITE CASHORD-LINE FROM ORD-HEAD-LINE.
           WRITE CASHORD-LINE FROM ORD-RULE-LINE.
           MOVE ZERO TO ORDER-GRAND-TOTAL.
           WRITE CASHORD-LINE FROM ORD-CHECK-LINE.
       EXIT.

      *>  控除の送金明細を書き出す。支払先ごとに今回控除した
      *>  明細と合計を印字し、最後に総額を印字する。再開実行では
      *>  前回チェックポイント以降の分だけになるため、その旨を
      *>  先頭に書いておく
       WRITE-REMITTANCE SECTION.
           OPEN OUTPUT REMIT-F.
           IF F-STATUS27 NOT = "00"
               DISPLAY "OPEN ERROR " REMIT-FNAME " " F-STATUS27
               MOVE 8 TO RUN-RC
           ELSE
               MOVE RUN-DATE TO RMT-HEAD-DATE
               MOVE ANNI-YY TO RMT-HEAD-YY
               MOVE ANNI-MM TO RMT-HEAD-MM
               WRITE REMIT-LINE FROM RMT-HEAD-LINE
               WRITE REMIT-LINE FROM RMT-RULE-LINE
               IF RESTART-MODE = "Y"
                   MOVE "**** RESTARTED RUN - SINCE LAST CHECKPOINT"
                       TO RMT-NOTE-TEXT
                   MOVE ZERO TO RMT-NOTE-COUNT
                   WRITE REMIT-LINE FROM RMT-NOTE-LINE
               END-IF
               MOVE 1 TO PAYEE-SUB
               PERFORM WRITE-REMIT-PAYEE UNTIL PAYEE-SUB > PAYEE-COUNT
               WRITE REMIT-LINE FROM RMT-RULE-LINE
               MOVE DEDN-GRAND-COUNT TO RMT-TOTAL-COUNT
               MOVE DEDN-GRAND-TOTAL TO RMT-TOTAL
               WRITE REMIT-LINE FROM RMT-TOTAL-LINE
               MOVE "ORDERS CLOSED (PAID OFF)            :"
                   TO RMT-NOTE-TEXT
               MOVE DORD-CLOSED-COUNT TO RMT-NOTE-COUNT
               WRITE REMIT-LINE FROM RMT-NOTE-LINE
               MOVE "ORDERS NOT TAKEN (PROTECTED NET)    :"
                   TO RMT-NOTE-TEXT
               MOVE DORD-PROTECT-COUNT TO RMT-NOTE-COUNT
               WRITE REMIT-LINE FROM RMT-NOTE-LINE
               MOVE "ORDER LINES INVALID (NOT APPLIED)   :"
                   TO RMT-NOTE-TEXT
               MOVE DORD-BAD-COUNT TO RMT-NOTE-COUNT
               WRITE REMIT-LINE FROM RMT-NOTE-LINE
               CLOSE REMIT-F
           END-IF.
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

      *>  現金発注レポートの金種1行分（枚数×券種＝金額）を書き出す
       WRITE-ORDER-LINE SECTION.
           MOVE ORDER-DENOM-W TO ORD-DENOM.
       EXIT.

      *>  仕訳連携バッチを書き出す。借方は部門別の給与費用
      *>  （差引分）、控除分の給与費用（税・保険料・控除命令）、
      *>  再支給債務の取り崩し。貸方は源泉税預り金・社会保険
      *>  預り金・支払先別の控除預り金・現金・振込未決済
      *>  勘定。トレーラで借方合計＝貸方合計を証明する。再開
      *>  実行では部門別集計が再開区間分しか無いため合わないことが
      *>  あり、その場合はBALANCED="N"のまま書き出して経理の
               MOVE "ANNIVERSARY PAYROLL" TO GL-ACCOUNT
               MOVE RESTART-MODE TO GL-DEPT
               MOVE ZERO TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               MOVE 1 TO DEPT-SUB
               PERFORM WRITE-GL-DEPT-LINE
                   UNTIL DEPT-SUB > DEPT-TABLE-COUNT
               MOVE "PAYROLL EXPENSE SINS" TO GL-ACCOUNT
               MOVE INS-GRAND-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GL-LINE
               IF DEDN-GRAND-TOTAL > ZERO
                   MOVE "DR" TO GL-SIDE
                   MOVE "PAYROLL EXPENSE DEDN" TO GL-ACCOUNT
                   MOVE DEDN-GRAND-TOTAL TO GL-AMOUNT
                   PERFORM WRITE-GL-LINE
               END-IF
               IF REISSUE-AMT-TOTAL > ZERO
                   MOVE "DR" TO GL-SIDE
                   MOVE "REISSUE PAYABLE" TO GL-ACCOUNT
               MOVE "SOCIAL INS PAYABLE" TO GL-ACCOUNT
               MOVE INS-GRAND-TOTAL TO GL-AMOUNT
               PERFORM WRITE-GL-LINE
               MOVE 1 TO PAYEE-SUB
               PERFORM WRITE-GL-PAYEE-LINE
                   UNTIL PAYEE-SUB > PAYEE-COUNT
               MOVE "CR" TO GL-SIDE
               MOVE "CASH" TO GL-ACCOUNT
               MOVE CASH-TOTAL TO GL-AMOUNT
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
      *>  支給ファイルのトレーラと突き合わせるための行
      *>  （現金＋振込の貸方＝トレーラの差引合計＋再支給合計）
               INITIALIZE GLPOST-REC
               MOVE "PAYMENT TRAILER NET" TO GL-ACCOUNT
               COMPUTE GL-AMOUNT = TRAILER-NET-TOTAL
                   + REISSUE-AMT-TOTAL
               PERFORM WRITE-GLPOST-LINE
               CLOSE GLPOST-F
           END-IF.
       EXIT.
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
           ELSE
               ADD GL-AMOUNT TO GL-CR-TOTAL
           END-IF.
           PERFORM WRITE-GLPOST-LINE.
           INITIALIZE GLPOST-REC.
       EXIT.

           WRITE PAYSLIP-LINE FROM SLIP-NAME-LINE.
           WRITE PAYSLIP-LINE FROM SLIP-DATE-LINE.
           WRITE PAYSLIP-LINE FROM SLIP-LEN-LINE.
           IF LEAVER-FINAL = "Y"
               MOVE EMP-LEAVE-YY TO SLIP-LEAVE-YY
               MOVE EMP-LEAVE-MM TO SLIP-LEAVE-MM
               MOVE EMP-LEAVE-DD TO SLIP-LEAVE-DD
               MOVE PRORATE-MONTHS TO SLIP-PRORATE
               WRITE PAYSLIP-LINE FROM SLIP-LEAVER-LINE
           END-IF.
           WRITE PAYSLIP-LINE FROM SLIP-GROSS-LINE.
           WRITE PAYSLIP-LINE FROM SLIP-TAX-LINE.
           WRITE PAYSLIP-LINE FROM SLIP-INSURE-LINE.
           MOVE 1 TO EMP-DEDN-SUB.
           PERFORM WRITE-SLIP-DEDN-LINE
               UNTIL EMP-DEDN-SUB > EMP-DEDN-COUNT.
           WRITE PAYSLIP-LINE FROM SLIP-NET-LINE.
           WRITE PAYSLIP-LINE FROM SLIP-MONEY-LINE.
           WRITE PAYSLIP-LINE FROM SLIP-FOOT-LINE.
           WRITE PAYSLIP-LINE FROM SLIP-BLANK-LINE.
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
           WRITE PAYSLIP-LINE FROM SLIP-DEDN-LINE.
           ADD 1 TO EMP-DEDN-SUB.
       EXIT.

      *>  部門別集計テーブルの内容をdeptsum.txtに書き出す。
      *>  再開実行の場合はDEPT-TABLEがチェックポイント以前の分を
      *>  引き継いでいないため、先頭に "****" の目印行を書いて
           END-IF.
       EXIT.

      *>  入力ファイルの従業員ステータスに今回のサイクルで効力を
      *>  持つ支給係数表の一式があるかどうかを判定する
       CHECK-RECORD3 SECTION.
           MOVE EMP-STATUS TO RATE-KEY-STATUS.
           PERFORM FIND-RATE-VERSION.
           IF RATE-VER-FOUND = "Y" THEN
               DISPLAY "PASS0021"
               MOVE "OFF" TO ERRORFLAG-IN1
           ELSE
       PROCESSING-EMPLOYEE SECTION.
      *実行管理ログ用の突合件数を数える
               ADD 1 TO MATCHED-COUNT.
      *>  退職者は退職した回だけ支給し、それ以前に退職した者は
      *>  読み飛ばす（突合件数には含める）
               PERFORM CHECK-LEAVER.
               IF LEAVER-SKIP = "Y"
                   PERFORM SKIP-LEAVER
               ELSE
      *>  同じ記念日サイクルで既に支給済みの従業員は二重に
      *>  支給しない（ジョブの二重起動や前日入力での再実行への
      *>  備え）。再開モードでチェックポイント以前の従業員は
      *>  今回の実行自身が書いた履歴に載っているだけなので、
      *>  従来どおり再計算して出力抑止の経路に流す
                   MOVE EMP-ID TO PAID-KEY
                   PERFORM PAID-FIND
                   IF (PAID-FOUND = "Y") AND (SKIP-EMP-OUTPUT NOT = "Y")
                       PERFORM SKIP-ALREADY-PAID
                   ELSE
                       PERFORM SET-SERVICE-RATE
                       IF RATE-FOUND = "N"
                           PERFORM SKIP-NO-RATE
                       ELSE
                           PERFORM PAY-EMPLOYEE
                       END-IF
                   END-IF
               END-IF.
       EXIT.

      *>  退職区分と退職日から、今回の記念日サイクルでの扱いを
      *>  決める。退職日が今回の記念日より後なら通常どおり支給
      *>  する。退職日が不正な退職者は支給しない
       CHECK-LEAVER SECTION.
           MOVE "N" TO LEAVER-FINAL.
           MOVE "N" TO LEAVER-SKIP.
           MOVE ZERO TO PRORATE-MONTHS.
           IF EMP-TERM-FLAG = "T"
               IF EMP-LEAVE-DATE IS NOT NUMERIC
                   OR EMP-LEAVE-MM < 01 OR EMP-LEAVE-MM > 12
                   MOVE "Y" TO LEAVER-SKIP
               ELSE
                   COMPUTE LEAVE-MONTHS-W =
                       EMP-LEAVE-YY * 12 + EMP-LEAVE-MM
                   COMPUTE CYCLE-MONTHS-W = ANNI-YY * 12 + ANNI-MM
                   IF LEAVE-MONTHS-W <= CYCLE-MONTHS-W - 12
                       MOVE "Y" TO LEAVER-SKIP
                   ELSE
                       IF LEAVE-MONTHS-W <= CYCLE-MONTHS-W
                           MOVE "Y" TO LEAVER-FINAL
                           COMPUTE PRORATE-MONTHS =
                               LEAVE-MONTHS-W - CYCLE-MONTHS-W + 12
                       END-IF
                   END-IF
               END-IF
           END-IF.
       EXIT.

      *>  前回までのサイクルで退職した従業員の読み飛ばし。
      *>  支給・履歴・振込には一切書かない（エラーではないため
      *>  エラーファイルにも書かない）
       SKIP-LEAVER SECTION.
           IF SKIP-EMP-OUTPUT NOT = "Y"
               ADD 1 TO LEAVER-SKIP-COUNT
           END-IF.
           IF EMP-LEAVE-DATE IS NOT NUMERIC
               DISPLAY "LEAVE DATE INVALID - NOT PAID " EMP-ID
           ELSE
               DISPLAY "TERMINATED " EMP-LEAVE-DATE
                   " - NOT PAID " EMP-ID
           END-IF.
      *>  次の従業員番号重複の判定のためにワークに番号を格納
           MOVE EMP-ID TO EMP-ID-COMP.
           MOVE PII-ID TO PII-ID-COMP.
       EXIT.

      *>  記念日から入社日を引いて勤続月数を求め、ステータスと
      *>  勤続月数の区分に対する係数を支給係数表から求める。
      *>  最終支給の退職者は退職月までの勤続月数で区分を決める
       SET-SERVICE-RATE SECTION.
           IF LEAVER-FINAL = "Y"
               COMPUTE LEN = LEAVE-MONTHS-W
                   - EMP-YY * 12 - EMP-MM
           ELSE
               COMPUTE LEN = ANNI-YY * 12 + ANNI-MM
                   - EMP-YY * 12 - EMP-MM
           END-IF.
           MOVE EMP-STATUS TO RATE-KEY-STATUS.
           MOVE LEN TO RATE-KEY-LEN.
           PERFORM FIND-RATE.
       EXIT.

      *>  支給係数表に区分の無い従業員の読み飛ばし。支給・履歴・
      *>  振込には一切書かず、エラーファイルに記録する（前の
      *>  従業員の係数のまま支給されることがないように）
       SKIP-NO-RATE SECTION.
           ADD 1 TO RATE-REJECT-COUNT.
           INITIALIZE ERRORS.
           MOVE "NO RATE FOR STATUS/BAND ERROR!" TO RATE-ERR.
           PERFORM STAMP-ERROR-EMP.
           IF SKIP-EMP-OUTPUT NOT = "Y"
               WRITE ERRORS
           END-IF.
           INITIALIZE ERRORS.
           DISPLAY "NO RATE FOR STATUS/BAND - SKIPPED " EMP-ID.
      *>  次の従業員番号重複の判定のためにワークに番号を格納
           MOVE EMP-ID TO EMP-ID-COMP.
           MOVE PII-ID TO PII-ID-COMP.
           INITIALIZE RATE LEN.
       EXIT.

      *>  二重支給の読み飛ばし。支給・履歴・振込には一切書かず、
      *>  前回の支給日を添えてエラーファイルに記録し、実行管理
      *>  ログ用に件数を数える
       SKIP-ALREADY-PAID SECTION.
           ADD 1 TO DUP-PAY-SKIP-COUNT.
           INITIALIZE ERRORS.
           IF PAID-KIND(PAID-SUB) = "H"
               MOVE PAID-DATE(PAID-SUB) TO HELD-ERR-DATE
               MOVE HELD-ERR-TEXT TO PAID-ERR
           ELSE
               MOVE PAID-DATE(PAID-SUB) TO PAID-ERR-DATE
               MOVE PAID-ERR-TEXT TO PAID-ERR
           END-IF.
           PERFORM STAMP-ERROR-EMP.
           WRITE ERRORS.
           INITIALIZE ERRORS.
           DISPLAY "ALREADY PAID THIS CYCLE - SKIPPED " EMP-ID.
      *>  既に保留に回した従業員は変動照合で保留として扱う
           IF PAID-KIND(PAID-SUB) = "H"
               PERFORM MARK-RECON-HELD
           END-IF.
      *>  次の従業員番号重複の判定のためにワークに番号を格納
           MOVE EMP-ID TO EMP-ID-COMP.
           MOVE PII-ID TO PII-ID-COMP.
      *従業員番号を支給ファイルのレコード様式にMOVEする
               MOVE PII-NAME TO PAYMENT-NAME.
               MOVE EMP-ID TO PAYMENT-ID.
      *勤続月数と支給係数はSET-SERVICE-RATEで支給係数表から求め済み
      *格納したRATEに基本給を掛け支給金額（総支給額）を算出
               COMPUTE PAYMENT-AMOUNT = BASIC-SALARY * RATE.
      *退職した回の最終支給は前回の記念日から退職月までの
      *月数で月割りにする（端数は以下の100円未満切捨てで落とす）
               IF LEAVER-FINAL = "Y"
                   COMPUTE PAYMENT-AMOUNT =
                       BASIC-SALARY * RATE * PRORATE-MONTHS / 12
                   IF SKIP-EMP-OUTPUT NOT = "Y"
                       ADD 1 TO LEAVER-FINAL-COUNT
                   END-IF
                   DISPLAY "FINAL PAYMENT PRORATED " PRORATE-MONTHS
                       "/12 - " EMP-ID
               END-IF
               MOVE PAYMENT-AMOUNT TO PAYMENT-AMOUNT2
               MOVE PAYMENT-AMOUNT2 TO PAYMENT-AMOUNT3
      *総支給額から源泉所得税と社会保険料を控除し差引支給額を算出
                   PAYMENT-AMOUNT3 * INSURE-RATE / 100
               COMPUTE NET-AMOUNT = PAYMENT-AMOUNT3 - PAYMENT-TAX
                   - PAYMENT-INSURANCE
      *控除命令（差押え・貸付返済・組合費）を差引支給額から控除する。
      *支払保留中の従業員には適用しない（保留解除処理が支払う
      *ときに、その時点の命令を保留したサイクルの分として適用する）。
      *再開モードの読み飛ばし対象にも適用して残高を進めておく
      *（前回の実行はマスタを書き戻す前に止まっているため）
               PERFORM HOLD-FIND
               MOVE ZERO TO EMP-DEDN-COUNT
               IF HOLD-FOUND NOT = "Y"
                   PERFORM APPLY-DEDUCTION-ORDERS
               ELSE
      *保留中の従業員は変動照合で支給漏れと分けて記録する
      *（再開モードの読み飛ばし対象も前回の実行で保留に回し済み）
                   PERFORM MARK-RECON-HELD
               END-IF
               MOVE NET-AMOUNT TO NET-AMOUNT2
               MOVE NET-AMOUNT2 TO PAYMENT-NET
      *支給方法の決定（現金指定または口座情報不正なら現金、
               IF (RESTART-MODE = "Y") AND (EMP-ID <= RESTART-EMP-ID)
                   DISPLAY "PASS0059"
               ELSE
      *支払保留中の従業員は保留支給の登録簿にだけ書き出し、
      *支給・振込・給与明細・支給履歴・部門別集計・仕訳には
      *載せない（保留解除処理が支払ったときに計上する）
                   IF HOLD-FOUND = "Y"
                       PERFORM WRITE-HELD-PAYMENT
                   ELSE
      *支給方法ごとにどちらか一方のファイルに書き出す。
      *現金支給は支給ファイル（金種内訳）、振込は振込依頼ファイル
                       IF PAY-METHOD-W = "C"
                           WRITE PAYMENT
                           ADD 1 TO CASH-REC-COUNT
                           ADD PAYMENT-NET TO CASH-TOTAL
      *現金発注レポート用に金種別の枚数を積み上げる
                           ADD MONEY-10000 TO ORDER-10000
                           ADD MONEY-5000 TO ORDER-5000
                           ADD MONEY-1000 TO ORDER-1000
                           ADD MONEY-500 TO ORDER-500
                           ADD MONEY-100 TO ORDER-100
                       ELSE
                           MOVE EMP-ID TO BANK-EMP-ID
                           MOVE PII-BANK-CODE TO BANK-BANK-CODE
                           MOVE PII-BRANCH-CODE TO BANK-BRANCH-CODE
                           MOVE PII-ACCOUNT-NO TO BANK-ACCOUNT-NO
                           MOVE PAYMENT-NET TO BANK-AMOUNT
                           WRITE BANK-REC
                           ADD 1 TO TRF-REC-COUNT
                           ADD PAYMENT-NET TO TRF-TOTAL
                       END-IF
      *本人へ手渡す給与明細を書き出す
                       PERFORM WRITE-PAYSLIP
      *支給件数と総支給額・差引支給額の集計（トレーラ用）
                       ADD 1 TO TRAILER-REC-COUNT
                       ADD PAYMENT-AMOUNT3 TO TRAILER-GRAND-TOTAL
                       ADD PAYMENT-NET TO TRAILER-NET-TOTAL
      *仕訳連携用に控除の合計も積み上げる
                       ADD PAYMENT-TAX TO TAX-GRAND-TOTAL
                       ADD PAYMENT-INSURANCE TO INS-GRAND-TOTAL
      *支給履歴ファイルに今回の支給実績（差引支給額）を追記する
                       MOVE EMP-ID TO LEDGER-EMP-ID
                       MOVE RUN-DATE TO LEDGER-RUN-DATE
                       MOVE PAYMENT-NET TO LEDGER-AMOUNT
                       MOVE "P" TO LEDGER-TYPE
                       MOVE ANNI-YY TO LEDGER-ANNI-YY
                       MOVE ANNI-MM TO LEDGER-ANNI-MM
                       MOVE PAYMENT-AMOUNT3 TO LEDGER-GROSS
                       MOVE PAYMENT-TAX TO LEDGER-TAX
                       MOVE PAYMENT-INSURANCE TO LEDGER-INSURANCE
                       PERFORM WRITE-LEDGER-LINE
      *控除命令で控除した分を支給履歴と送金明細・仕訳用に計上する
                       MOVE 1 TO EMP-DEDN-SUB
                       PERFORM POST-EMP-DEDUCTION
                           UNTIL EMP-DEDN-SUB > EMP-DEDN-COUNT
      *部門別集計テーブルを更新する
                       PERFORM ACCUMULATE-DEPARTMENT
                   END-IF
      *1件処理するごとにチェックポイントを取り、再実行時に
      *途中から再開できるようにする（間隔を空けると再開時に
      *二重出力が発生するため毎件更新する）
                   ADD 1 TO CKPT-COUNTER
                   IF CKPT-COUNTER >= CKPT-INTERVAL
                       PERFORM WRITE-CHECKPOINT
                       MOVE ZERO TO CKPT-COUNTER
                   END-IF
               END-IF.

      *>次の従業員番号重複の判定のためにワークに従業員番号を格納
                BASIC-RESULT5 ERRORFLAG-IN1 ERRORFLAG-IN2.
       EXIT.

      *>  支払保留中の従業員の計算結果を保留支給の登録簿に
      *>  書き出す。支給方法は計算時点の判定（現金指定または
      *>  口座情報不正なら現金）をそのまま控える
       WRITE-HELD-PAYMENT SECTION.
           INITIALIZE HELDPAY-REC.
           MOVE EMP-ID TO HP-EMP-ID.
           MOVE PII-NAME TO HP-NAME.
           MOVE EMP-STATUS TO HP-STATUS.
           MOVE DATE-OF-EMP TO HP-DATE-OF-EMP.
           MOVE EMP-DEPT-CODE TO HP-DEPT.
           MOVE ANNI-YY TO HP-ANNI-YY.
           MOVE ANNI-MM TO HP-ANNI-MM.
           MOVE RUN-DATE TO HP-HELD-DATE.
           MOVE HOLDT-REASON(HOLD-SUB) TO HP-REASON.
           MOVE LEN TO HP-LEN.
           MOVE RATE TO HP-RATE.
           MOVE PAYMENT-AMOUNT3 TO HP-GROSS.
           MOVE PAYMENT-TAX TO HP-TAX.
           MOVE PAYMENT-INSURANCE TO HP-INSURANCE.
           MOVE PAYMENT-NET TO HP-NET.
           MOVE PAY-METHOD-W TO HP-METHOD.
           IF PAY-METHOD-W = "T"
               MOVE PII-BANK-CODE TO HP-BANK-CODE
               MOVE PII-BRANCH-CODE TO HP-BRANCH-CODE
               MOVE PII-ACCOUNT-NO TO HP-ACCOUNT-NO
           END-IF.
           WRITE HELDPAY-REC.
           ADD 1 TO HELD-COUNT.
           ADD PAYMENT-AMOUNT3 TO HELD-GROSS-TOTAL.
           ADD PAYMENT-NET TO HELD-NET-TOTAL.
           DISPLAY "PAYMENT HELD - " EMP-ID.
       EXIT.

      *>  処理中の従業員を変動照合テーブルに保留として載せる
       MARK-RECON-HELD SECTION.
           MOVE EMP-ID TO RECON-KEY-ID.
           PERFORM RECON-FIND.
           IF RECON-FOUND = "Y"
               MOVE "Y" TO RECON-HELD-FLAG(RECON-SUB)
           END-IF.
       EXIT.

      *>  処理中の従業員の控除命令を連番順に適用する。率の基準は
      *>  税と社会保険料を控除した後、最初の命令を適用する前の
      *>  差引支給額
       APPLY-DEDUCTION-ORDERS SECTION.
           MOVE NET-AMOUNT TO DEDN-BASE.
           MOVE 1 TO DORD-SUB.
           PERFORM APPLY-ORDER-LINE UNTIL DORD-SUB > DORD-COUNT.
       EXIT.

      *>  控除命令テーブルの1件を見て、処理中の従業員の有効な
      *>  命令で今回サイクルに未適用のものなら適用する
       APPLY-ORDER-LINE SECTION.
           IF ORDT-OK(DORD-SUB) = "Y"
               MOVE ORDT-LINE(DORD-SUB) TO DORD-WORK
               IF OW-EMP-ID = EMP-ID AND OW-STATUS = "A"
                   IF OW-LAST-YY = ANNI-YY AND OW-LAST-MM = ANNI-MM
                       DISPLAY "DEDUCTION ORDER ALREADY APPLIED - "
                           EMP-ID "-" OW-SEQ
                   ELSE
                       PERFORM APPLY-ORDER
                       MOVE DORD-WORK TO ORDT-LINE(DORD-SUB)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO DORD-SUB.
       EXIT.

      *>  控除命令1件分の控除額を求めて差引支給額から引く。
      *>  控除額は定額または率で求め、控除後に最低支給額を
      *>  割り込む分と、差押え・貸付の残高を超える分は控除
      *>  しない。残高が0になった命令は完済として閉じる
       APPLY-ORDER SECTION.
           IF OW-TYPE NOT = "U" AND OW-BALANCE = ZERO
               MOVE "C" TO OW-STATUS
               ADD 1 TO DORD-CLOSED-COUNT
               DISPLAY "DEDUCTION ORDER CLOSED - NO BALANCE "
                   EMP-ID "-" OW-SEQ
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
                       EMP-ID "-" OW-SEQ
               ELSE
                   IF EMP-DEDN-COUNT NOT < EMP-DEDN-MAX
                       DISPLAY "TOO MANY DEDUCTION ORDERS - NOT TAKEN "
                           EMP-ID "-" OW-SEQ
                   ELSE
                       SUBTRACT DEDN-AMT-W FROM NET-AMOUNT
                       ADD DEDN-AMT-W TO OW-TAKEN
                       MOVE ANNI-YY TO OW-LAST-YY
                       MOVE ANNI-MM TO OW-LAST-MM
                       IF OW-TYPE NOT = "U"
                           SUBTRACT DEDN-AMT-W FROM OW-BALANCE
                           IF OW-BALANCE = ZERO
                               MOVE "C" TO OW-STATUS
                               ADD 1 TO DORD-CLOSED-COUNT
                               DISPLAY "DEDUCTION ORDER PAID OFF - "
                                   EMP-ID "-" OW-SEQ
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
           MOVE EMP-ID TO LEDGER-EMP-ID.
           MOVE RUN-DATE TO LEDGER-RUN-DATE.
           MOVE EDN-AMOUNT(EMP-DEDN-SUB) TO LEDGER-AMOUNT.
           MOVE "D" TO LEDGER-TYPE.
           MOVE ANNI-YY TO LEDGER-ANNI-YY.
           MOVE ANNI-MM TO LEDGER-ANNI-MM.
           MOVE ZERO TO LEDGER-GROSS.
           MOVE ZERO TO LEDGER-TAX.
           MOVE ZERO TO LEDGER-INSURANCE.
           PERFORM WRITE-LEDGER-LINE.
           ADD 1 TO DEDN-GRAND-COUNT.
           ADD EDN-AMOUNT(EMP-DEDN-SUB) TO DEDN-GRAND-TOTAL.
           IF RUN-DEDN-COUNT < RUN-DEDN-MAX
               ADD 1 TO RUN-DEDN-COUNT
               MOVE EMP-ID TO RDN-EMP-ID(RUN-DEDN-COUNT)
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
               DISPLAY "DEDUCTION DETAIL TABLE FULL - " EMP-ID
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
      *>  最終適用サイクル・累計を更新した内容。試算実行では
      *>  プレビューのマスタに書く）
       REWRITE-DEDUCTION-ORDERS SECTION.
           IF DORD-LOADED = "Y"
               OPEN OUTPUT DEDORD-OUT-F
               IF F-STATUS26 NOT = "00"
                   DISPLAY "OPEN ERROR " DEDORD-FNAME " " F-STATUS26
                   MOVE 8 TO RUN-RC
               ELSE
                   MOVE 1 TO DORD-SUB
                   PERFORM WRITE-DEDORD-LINE UNTIL DORD-SUB > DORD-COUNT
                   CLOSE DEDORD-OUT-F
               END-IF
           END-IF.
       EXIT.

       WRITE-DEDORD-LINE SECTION.
           MOVE ORDT-LINE(DORD-SUB) TO DEDORD-OUT-REC.
           WRITE DEDORD-OUT-REC.
           ADD 1 TO DORD-SUB.
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

       END PROGRAM SALARY-CALCULATION.
