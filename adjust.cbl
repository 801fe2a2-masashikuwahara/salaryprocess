       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ADJREQ-F ASSIGN TO DYNAMIC ADJREQ-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT EMPLOYEE-F ASSIGN TO 'in1.txt'
                   SELECT LEDGER-F ASSIGN TO 'ledger.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS8.
                   SELECT ADJPAY-F ASSIGN TO DYNAMIC ADJPAY-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS9.
                   SELECT ADJBANK-F ASSIGN TO DYNAMIC ADJBANK-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS10.
                   SELECT ADJSLIP-F ASSIGN TO DYNAMIC ADJSLIP-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS11.
                   SELECT ADJDEPT-F ASSIGN TO DYNAMIC ADJDEPT-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS12.
                   SELECT ADJERR-F ASSIGN TO DYNAMIC ADJERR-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS13.
                   SELECT RUNLOG-F ASSIGN TO 'runlog.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS14.
                   SELECT GLPOST-F ASSIGN TO DYNAMIC GLPOST-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS15.
                   SELECT RATESCHED-F ASSIGN TO 'ratesched.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS16.
                   SELECT RATELIST-F ASSIGN TO DYNAMIC RATELIST-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS17.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS18.
       DATA DIVISION.
       FILE SECTION.
      *>  調整対象の従業員番号（1行1名。支給後に判明した基本給や
               05 EMP-DD PIC 9(2).
           03 BASIC-SALARY PIC 9(6).
           03 EMP-DEPT-CODE PIC X(04).
           03 EMP-TERM-FLAG PIC X(01).
           03 EMP-LEAVE-DATE.
               05 EMP-LEAVE-YY PIC 9(4).
               05 EMP-LEAVE-MM PIC 9(2).
               05 EMP-LEAVE-DD PIC 9(2).
           03 EMP-COMPANY PIC X(02).
       FD PII-F.
       01 PII.
           03 PII-ID PIC 9(6).
           03 PII-BRANCH-CODE PIC X(03).
           03 PII-ACCOUNT-NO PIC X(07).
           03 PII-PAY-METHOD PIC X(01).
           03 PII-COMPANY PIC X(02).
      *>  パラメタファイル（会社ごとに1行。実行する会社の行を使う）
       FD PARM-F.
       01 PARM-REC.
           03 PARM-ANNI-YY PIC 9(4).
           03 PARM-VALID-YY-FROM PIC 9(4).
           03 PARM-VALID-YY-TO PIC 9(4).
           03 PARM-VAR-PCT PIC 9(3).
           03 PARM-TRIAL PIC X(1).
           03 PARM-COMPANY PIC X(2).
      *>  控除率テーブル（会社コードが空白の行は自社の料率）
       FD DEDUCT-F.
       01 DEDUCT-REC.
           03 DEDUCT-TYPE PIC X(1).
           03 DEDUCT-LIMIT PIC 9(6).
           03 DEDUCT-RATE-IN PIC 9(2)V9(2).
           03 DEDUCT-COMPANY PIC X(2).
      *>  支給係数表（バッチ本体と同じファイル。調整する記念日
      *>  サイクルで効力を持っていた一式で再計算するため、過去の
      *>  サイクルの調整は当時の係数で計算される。会社コードが
      *>  空白の行は自社の係数）
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
      *>  支給係数表の一覧（再計算に使った係数の確認用）
       FD RATELIST-F.
       01 RATELIST-LINE PIC X(60).
       FD BANKMAST-F.
       01 BANKMAST-REC.
           03 BM-BANK-CODE PIC X(4).
           03 LIN-GROSS PIC 9(6).
           03 LIN-TAX PIC 9(6).
           03 LIN-INSURANCE PIC 9(6).
           03 LIN-COMPANY PIC X(2).
           03 LIN-RUN-ID PIC X(18).
           03 LIN-RUN-SEQ PIC 9(6).
      *>  支給履歴の追記用（バッチ本体と同じ様式）
      *>  履歴種別 "A"=追加支給（支給不足の差額）、
      *>          "C"=回収（過支給の戻し入れ）
           03 LEDGER-GROSS PIC 9(6).
           03 LEDGER-TAX PIC 9(6).
           03 LEDGER-INSURANCE PIC 9(6).
           03 LEDGER-COMPANY PIC X(2).
      *>  書いた実行の実行ID（プログラム記号＋実行日＋実行時刻）と
      *>  その実行内での行の連番（旧様式の行は空白）
           03 LEDGER-RUN-ID PIC X(18).
           03 LEDGER-RUN-SEQ PIC 9(6).
      *>  追加支給の現金支給明細（支給ファイルと同じ様式。末尾に
      *>  コントロールトータル行を書き、出納係が通常の支給と同じ
      *>  手順で扱えるようにする）
           03 GL-ACCOUNT PIC X(24).
           03 GL-DEPT PIC X(4).
           03 GL-AMOUNT PIC 9(9).
           03 GL-COMPANY PIC X(2).
      *>  書いた実行の実行IDとその実行内での行の連番
           03 GL-RUN-ID PIC X(18).
           03 GL-RUN-SEQ PIC 9(6).
      *>  実行管理ログ（バッチ本体と同じ様式。調整実行は
      *>  RL-RESTART="A"で記録する）
       FD RUNLOG-F.
      *>  回収（過支給の戻し入れ）の件数と金額
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
       WORKING-STORAGE SECTION.
       01 F-STATUS PIC XX.
       01 F-STATUS2 PIC XX.
       01 F-STATUS13 PIC XX.
       01 F-STATUS14 PIC XX.
       01 F-STATUS15 PIC XX.
       01 F-STATUS16 PIC XX.
       01 F-STATUS17 PIC XX.
       01 F-STATUS18 PIC XX.
       01 RUN-DATE PIC 9(8).
      *>  実行する会社。自社以外の会社の実行では、調整依頼と
      *>  調整の出力ファイル名の頭に会社コードを付ける
      *>  （例 02adjreq.txt、02adjpay.txt）
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 ADJREQ-FNAME PIC X(24) VALUE "adjreq.txt".
       01 ADJPAY-FNAME PIC X(24) VALUE "adjpay.txt".
       01 ADJBANK-FNAME PIC X(24) VALUE "adjbank.txt".
       01 ADJSLIP-FNAME PIC X(24) VALUE "adjslip.txt".
       01 ADJDEPT-FNAME PIC X(24) VALUE "adjdept.txt".
       01 ADJERR-FNAME PIC X(24) VALUE "adjerr.txt".
       01 GLPOST-FNAME PIC X(24) VALUE "glpostadj.txt".
       01 RATELIST-FNAME PIC X(24) VALUE "adjratelist.txt".
       01 EOF-PARM PIC X VALUE "N".
       01 PARM-FOUND PIC X VALUE "N".
       01 RUN-TIME-RAW.
           03 RUN-TIME-HHMMSS PIC 9(6).
           03 FILLER PIC 9(2).
      *>  この実行の実行ID（プログラム記号＋実行日＋実行時刻）。
      *>  書き出す支給履歴・仕訳連携・実行管理ログの各行に付け、
      *>  行の種類ごとに実行内の連番を振る。書いた行の件数と金額
      *>  は実行管理ログにコントロールトータルとして記録する
       01 RUN-ID.
           03 RUN-ID-PGM PIC X(2) VALUE "AJ".
           03 RUN-ID-DATE PIC 9(8) VALUE ZERO.
           03 RUN-ID-TIME PIC 9(8) VALUE ZERO.
      *>  実行の終了区分（"C"=正常終了、"A"=中断）
       01 RUN-END PIC X VALUE "C".
       01 LEDGER-SEQ PIC 9(6) VALUE ZERO.
       01 LEDGER-AMT-HASH PIC 9(11) VALUE ZERO.
       01 GL-SEQ PIC 9(6) VALUE ZERO.
       01 GL-DR-HASH PIC 9(11) VALUE ZERO.
       01 RUNLOG-SEQ PIC 9(6) VALUE ZERO.
       01 EOF-ADJREQ PIC X VALUE "N".
       01 EOF-EMP PIC X VALUE "N".
       01 EOF-PII PIC X VALUE "N".
                   07 AREQ-DD PIC 9(2).
               05 AREQ-SALARY PIC 9(6).
               05 AREQ-DEPT PIC X(4).
               05 AREQ-TERM-FLAG PIC X(1).
               05 AREQ-LEAVE-DATE.
                   07 AREQ-LEAVE-YY PIC 9(4).
                   07 AREQ-LEAVE-MM PIC 9(2).
                   07 AREQ-LEAVE-DD PIC 9(2).
               05 AREQ-PII-FOUND PIC X(1).
               05 AREQ-NAME PIC N(20).
               05 AREQ-BANK PIC X(4).
               05 AREQ-PAID-GROSS PIC 9(9).
               05 AREQ-PAID-TAX PIC 9(9).
               05 AREQ-PAID-INS PIC 9(9).
      *>  今回サイクルに控除命令で控除した額（"D"の合計）
               05 AREQ-PAID-DEDN PIC 9(9).
       01 ADJ-MAX PIC 9(4) VALUE 100.
       01 ADJ-COUNT PIC 9(4) VALUE ZERO.
       01 ADJ-SUB PIC 9(4) VALUE ZERO.
       01 CALC-INS PIC 9(6) VALUE ZERO.
       01 CALC-NET PIC 9(6) VALUE ZERO.
       01 CALC-NET2 PIC 9999PP.
      *>  退職者の判定（バッチ本体と同じ規則。退職月が今回の
      *>  記念日サイクル内なら月割り、それより前なら支給なし）
       01 LEAVER-FINAL PIC X VALUE "N".
       01 LEAVER-SKIP PIC X VALUE "N".
       01 LEAVE-MONTHS-W PIC 9(6) VALUE ZERO.
       01 CYCLE-MONTHS-W PIC 9(6) VALUE ZERO.
       01 PRORATE-MONTHS PIC 9(2) VALUE ZERO.
      *>  差額（正しい支給と実績の差。方向はDELTA-DIRで持つ）
       01 DELTA-DIR PIC X VALUE " ".
       01 DELTA-NET PIC 9(6) VALUE ZERO.
       01 TAX-RATE-W PIC 9(2)V9(2) VALUE ZERO.
       01 INSURE-RATE PIC 9(2)V9(2) VALUE ZERO.
       01 DEDUCT-RATE-BAD PIC X VALUE "N".
      *>  支給係数表（バッチ本体と同じ読み込み規則）
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
      *>  支給係数表一覧の印刷様式（バッチ本体と同じ）
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
      *>  銀行・支店マスタ（口座情報が不正な従業員の追加支給は
      *>  バッチ本体と同じく振込ではなく現金に回す）
       01 BANKM-TABLE.
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           MOVE RUN-TIME-RAW TO RUN-ID-TIME.
           PERFORM READ-COMPANY.
           IF RUN-COMPANY NOT = HOME-COMPANY
               PERFORM SET-COMPANY-FILES
           END-IF.
           OPEN INPUT ADJREQ-F.
           IF F-STATUS NOT = "00"
               DISPLAY "ADJ REQUEST FILE NOT FOUND - NOTHING TO DO."
           END-IF.
           OPEN OUTPUT ADJERR-F.
           IF F-STATUS13 NOT = "00"
               DISPLAY "OPEN ERROR " ADJERR-FNAME " " F-STATUS13
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-IF.
           PERFORM READ-PARM.
           PERFORM READ-DEDUCT.
           PERFORM READ-RATESCHED.
           PERFORM READ-BANKMAST.
           PERFORM SCAN-EMP-MASTER UNTIL EOF-EMP = "Y".
           PERFORM SCAN-PII-MASTER UNTIL EOF-PII = "Y".
      *>  食い違うため、ここで全て確認してから適用に入る
           OPEN OUTPUT ADJPAY-F.
           IF F-STATUS9 NOT = "00"
               DISPLAY "OPEN ERROR " ADJPAY-FNAME " " F-STATUS9
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ADJBANK-F.
           IF F-STATUS10 NOT = "00"
               DISPLAY "OPEN ERROR " ADJBANK-FNAME " " F-STATUS10
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ADJSLIP-F.
           IF F-STATUS11 NOT = "00"
               DISPLAY "OPEN ERROR " ADJSLIP-FNAME " " F-STATUS11
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ADJDEPT-F.
           IF F-STATUS12 NOT = "00"
               DISPLAY "OPEN ERROR " ADJDEPT-FNAME " " F-STATUS12
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GLPOST-F.
           IF F-STATUS15 NOT = "00"
               DISPLAY "OPEN ERROR " GLPOST-FNAME " " F-STATUS15
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF F-STATUS4 NOT = "00"
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
      *>  その値を使う（会社コードが空白の行は自社の行）
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
                   END-IF
           END-READ.
       EXIT.

      *>  実行する会社の会社コードを読み込む（バッチ本体と同じ
      *>  company.txt。無いか空白なら自社の調整）
       READ-COMPANY SECTION.
           OPEN INPUT COMPANY-F.
           IF F-STATUS18 = "00"
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
           DISPLAY "PAYROLL ADJUSTMENT FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  自社以外の会社の実行では調整依頼と出力のファイル名の
      *>  頭に会社コードを付ける（支給履歴と実行管理ログは全社
      *>  共通のファイルに会社コード付きで書く）
       SET-COMPANY-FILES SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE ADJREQ-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO ADJREQ-FNAME.
           MOVE ADJPAY-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO ADJPAY-FNAME.
           MOVE ADJBANK-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO ADJBANK-FNAME.
           MOVE ADJSLIP-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO ADJSLIP-FNAME.
           MOVE ADJDEPT-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO ADJDEPT-FNAME.
           MOVE ADJERR-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO ADJERR-FNAME.
           MOVE GLPOST-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO GLPOST-FNAME.
           MOVE RATELIST-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RATELIST-FNAME.
       EXIT.

      *>  控除率テーブルをファイルから読み込む（バッチ本体と同じ
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
           ADD 1 TO TAX-SUB.
       EXIT.

      *>  支給係数表をファイルから読み込み、調整するサイクルで
      *>  使う係数の一覧を書き出す（バッチ本体と同じ規則。ファイル
      *>  が無い場合は従来の係数を既定値として使う）
       READ-RATESCHED SECTION.
           COMPUTE RATE-CYCLE = ANNI-YY * 100 + ANNI-MM.
           OPEN INPUT RATESCHED-F.
           IF F-STATUS16 NOT = "00"
               DISPLAY "RATE SCHEDULE NOT FOUND - USING DEFAULT VALUES."
               PERFORM SET-RATESCHED-DEFAULT
           ELSE
               PERFORM READ-RATESCHED-LINE UNTIL EOF-RATESCHED = "Y"
               CLOSE RATESCHED-F
               IF RATE-COUNT = ZERO
                   DISPLAY "RATE SCHEDULE HAS NO ENTRY - "
                       "USING DEFAULT VALUES."
                   PERFORM SET-RATESCHED-DEFAULT
               END-IF
           END-IF.
           PERFORM WRITE-RATE-LISTING.
       EXIT.

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

      *>  支給係数表が無い場合の既定値（バッチ本体と同じ従来の係数）
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

      *>  支給係数表の一覧を書き出す（バッチ本体と同じ様式）
       WRITE-RATE-LISTING SECTION.
           OPEN OUTPUT RATELIST-F.
           IF F-STATUS17 NOT = "00"
               DISPLAY "OPEN ERROR " RATELIST-FNAME " " F-STATUS17
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ANNI-YY TO RLST-HEAD-YY.
           MOVE ANNI-MM TO RLST-HEAD-MM.
           WRITE RATELIST-LINE FROM RLST-HEAD-LINE.
           WRITE RATELIST-LINE FROM RLST-RULE-LINE.
           WRITE RATELIST-LINE FROM RLST-TITLE-LINE.
           WRITE RATELIST-LINE FROM RLST-RULE-LINE.
           MOVE ZERO TO RATE-INFORCE-COUNT.
           MOVE 1 TO RATE-LIST-SUB.
           PERFORM WRITE-RATE-LIST-LINE
               UNTIL RATE-LIST-SUB > RATE-COUNT.
           WRITE RATELIST-LINE FROM RLST-RULE-LINE.
           MOVE RATE-COUNT TO RLST-COUNT.
           MOVE RATE-INFORCE-COUNT TO RLST-INFORCE.
           WRITE RATELIST-LINE FROM RLST-COUNT-LINE.
           IF RATE-DEFAULT-USED = "Y"
               MOVE "BUILT-IN DEFAULT RATES (NO ratesched.txt)"
                   TO RLST-NOTE-TEXT
               WRITE RATELIST-LINE FROM RLST-NOTE-LINE
           END-IF.
           CLOSE RATELIST-F.
       EXIT.

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

      *>  RATE-KEY-STATUSのステータスについて、調整するサイクルで
      *>  効力を持っていた一式の効力発生年月を求める
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

      *>  ステータスと勤続月数に対する係数を効力を持っていた一式
      *>  から探す。区分が無ければRATE-FOUND="N"
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

      *>  銀行・支店マスタをテーブルに読み込む（バッチ本体と同じ）
       READ-BANKMAST SECTION.
           OPEN INPUT BANKMAST-F.
                   IF EMP-ID IS NUMERIC
                       MOVE EMP-ID TO ADJ-KEY
                       PERFORM ADJ-FIND
                       IF ADJ-FOUND = "Y"
                           AND EMP-COMPANY NOT = RUN-COMPANY
                           AND (EMP-COMPANY NOT = SPACE
                               OR RUN-COMPANY NOT = HOME-COMPANY)
                           MOVE "O" TO AREQ-EMP-FOUND(ADJ-SUB2)
                           MOVE "N" TO ADJ-FOUND
                       END-IF
                       IF ADJ-FOUND = "Y"
                           MOVE "Y" TO AREQ-EMP-FOUND(ADJ-SUB2)
                           MOVE EMP-STATUS TO AREQ-STATUS(ADJ-SUB2)
                           MOVE DATE-OF-EMP TO AREQ-DATE(ADJ-SUB2)
                           MOVE BASIC-SALARY TO AREQ-SALARY(ADJ-SUB2)
                           MOVE EMP-DEPT-CODE TO AREQ-DEPT(ADJ-SUB2)
                           MOVE EMP-TERM-FLAG
                               TO AREQ-TERM-FLAG(ADJ-SUB2)
                           MOVE EMP-LEAVE-DATE
                               TO AREQ-LEAVE-DATE(ADJ-SUB2)
                       END-IF
                   END-IF
           END-READ.
      *>  支給履歴を1件ずつ読み、依頼のあった従業員の今回サイクル
      *>  の実績を集計する。支給（"P"）と追加支給（"A"）は加算、
      *>  回収（"C"）は減算。返戻（"R"）と再支給（"S"）は同額で
      *>  相殺されるため集計に含めない。控除命令の控除（"D"）は
      *>  別に集計し、再計算の差引支給額から同じ額を引く
       SCAN-LEDGER-LINE SECTION.
           READ LEDGER-IN-F
               AT END
               NOT AT END
                   IF LIN-ANNI-YY IS NUMERIC
                       AND LIN-ANNI-MM IS NUMERIC
                       AND (LIN-COMPANY = RUN-COMPANY
                           OR (LIN-COMPANY = SPACE
                               AND RUN-COMPANY = HOME-COMPANY))
                       IF LIN-ANNI-YY = ANNI-YY
                           AND LIN-ANNI-MM = ANNI-MM
                           PERFORM POST-LEDGER-ENTRY
                   ADD LIN-TAX TO AREQ-PAID-TAX(ADJ-SUB2)
                   ADD LIN-INSURANCE TO AREQ-PAID-INS(ADJ-SUB2)
               ELSE
                   IF LIN-TYPE = "D"
                       ADD LIN-AMOUNT TO AREQ-PAID-DEDN(ADJ-SUB2)
                   END-IF
                   IF LIN-TYPE = "C"
                       SUBTRACT LIN-AMOUNT
                           FROM AREQ-PAID-NET(ADJ-SUB2)
               MOVE AREQ-EMP-ID(ADJ-SUB) TO AERR-EMP-ID
               PERFORM WRITE-ADJ-ERROR
           ELSE
               IF AREQ-EMP-FOUND(ADJ-SUB) = "O"
                   MOVE "OTHER COMPANY EMPLOYEE ERROR!" TO AERR-REASON
                   MOVE AREQ-EMP-ID(ADJ-SUB) TO AERR-EMP-ID
                   PERFORM WRITE-ADJ-ERROR
               ELSE
                   IF AREQ-PII-FOUND(ADJ-SUB) = "N"
                       MOVE "PII NOT FOUND ERROR!" TO AERR-REASON
                       MOVE AREQ-EMP-ID(ADJ-SUB) TO AERR-EMP-ID
                       PERFORM WRITE-ADJ-ERROR
                   ELSE
                       IF AREQ-PAID-FLAG(ADJ-SUB) = "N"
                           MOVE "NOT PAID THIS CYCLE ERROR!"
                               TO AERR-REASON
                           MOVE AREQ-EMP-ID(ADJ-SUB) TO AERR-EMP-ID
                           PERFORM WRITE-ADJ-ERROR
                       ELSE
                           PERFORM RECALC-PAYMENT
                           IF RATE-FOUND = "N"
                               MOVE "NO RATE FOR STATUS/BAND ERROR!"
                                   TO AERR-REASON
                               MOVE AREQ-EMP-ID(ADJ-SUB) TO AERR-EMP-ID
                               PERFORM WRITE-ADJ-ERROR
                           ELSE
                               PERFORM JUDGE-DELTA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       EXIT.

      *>  現在のマスタから正しい支給額を計算し直す（バッチ本体の
      *>  PAY-EMPLOYEEと同じ係数表・控除率・丸め規則）。係数表に
      *>  区分が無ければRATE-FOUND="N"で戻り、呼び出し側で却下する。
      *>  控除命令は支給時に控除した額をそのまま引く（命令の
      *>  控除額は調整では計算し直さない）。
      *>  前回までのサイクルで退職していた従業員は正しい支給額が
      *>  ゼロとなり、支給済みの分はそのまま回収の対象になる
       RECALC-PAYMENT SECTION.
           PERFORM CHECK-LEAVER.
           IF LEAVER-SKIP = "Y"
               MOVE "Y" TO RATE-FOUND
               MOVE ZERO TO LEN
               MOVE ZERO TO RATE
               MOVE ZERO TO CALC-GROSS
               MOVE ZERO TO CALC-TAX
               MOVE ZERO TO CALC-INS
               MOVE ZERO TO CALC-NET
           ELSE
               PERFORM RECALC-AMOUNTS
           END-IF.
       EXIT.

      *>  退職区分と退職日から、今回の記念日サイクルでの扱いを
      *>  決める（バッチ本体のCHECK-LEAVERと同じ規則）
       CHECK-LEAVER SECTION.
           MOVE "N" TO LEAVER-FINAL.
           MOVE "N" TO LEAVER-SKIP.
           MOVE ZERO TO PRORATE-MONTHS.
           IF AREQ-TERM-FLAG(ADJ-SUB) = "T"
               IF AREQ-LEAVE-DATE(ADJ-SUB) IS NOT NUMERIC
                   OR AREQ-LEAVE-MM(ADJ-SUB) < 01
                   OR AREQ-LEAVE-MM(ADJ-SUB) > 12
                   MOVE "Y" TO LEAVER-SKIP
               ELSE
                   COMPUTE LEAVE-MONTHS-W =
                       AREQ-LEAVE-YY(ADJ-SUB) * 12
                       + AREQ-LEAVE-MM(ADJ-SUB)
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

      *>  係数表と控除率から支給額を計算する。退職した回の最終
      *>  支給は退職月までの勤続月数で区分を決め、月割りにする
       RECALC-AMOUNTS SECTION.
           IF LEAVER-FINAL = "Y"
               COMPUTE LEN = LEAVE-MONTHS-W
                   - AREQ-YY(ADJ-SUB) * 12 - AREQ-MM(ADJ-SUB)
           ELSE
               COMPUTE LEN = ANNI-YY * 12 + ANNI-MM
                   - AREQ-YY(ADJ-SUB) * 12 - AREQ-MM(ADJ-SUB)
           END-IF.
           MOVE AREQ-STATUS(ADJ-SUB) TO RATE-KEY-STATUS.
           MOVE LEN TO RATE-KEY-LEN.
           PERFORM FIND-RATE.
           IF LEAVER-FINAL = "Y"
               COMPUTE CALC-GROSS = AREQ-SALARY(ADJ-SUB) * RATE
                   * PRORATE-MONTHS / 12
           ELSE
               COMPUTE CALC-GROSS = AREQ-SALARY(ADJ-SUB) * RATE
           END-IF.
           MOVE CALC-GROSS TO CALC-GROSS2.
           MOVE CALC-GROSS2 TO CALC-GROSS.
           PERFORM FIND-TAX-RATE.
           COMPUTE CALC-TAX = CALC-GROSS * TAX-RATE-W / 100.
           COMPUTE CALC-INS = CALC-GROSS * INSURE-RATE / 100.
           COMPUTE CALC-NET = CALC-GROSS - CALC-TAX - CALC-INS.
           IF CALC-NET > AREQ-PAID-DEDN(ADJ-SUB)
               SUBTRACT AREQ-PAID-DEDN(ADJ-SUB) FROM CALC-NET
           ELSE
               MOVE ZERO TO CALC-NET
           END-IF.
           MOVE CALC-NET TO CALC-NET2.
           MOVE CALC-NET2 TO CALC-NET.
       EXIT.
           MOVE DELTA-GROSS TO LEDGER-GROSS.
           MOVE DELTA-TAX TO LEDGER-TAX.
           MOVE DELTA-INS TO LEDGER-INSURANCE.
           PERFORM WRITE-LEDGER-LINE.
       EXIT.

      *>  追加支給の調整通知を書き出す（現金の場合は金種内訳付き）
               MOVE RUN-DATE TO GL-DATE
               MOVE "PAYROLL ADJUSTMENT" TO GL-ACCOUNT
               MOVE ZERO TO GL-AMOUNT
               PERFORM WRITE-GLPOST-LINE
               MOVE 1 TO DEPT-SUB
               PERFORM WRITE-GL-DEPT-LINE
                   UNTIL DEPT-SUB > DEPT-TABLE-COUNT
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

           ELSE
               ADD GL-AMOUNT TO GL-CR-TOTAL
           END-IF.
           PERFORM WRITE-GLPOST-LINE.
           INITIALIZE GLPOST-REC.
       EXIT.

           MOVE RUN-RC TO RL-RC.
           MOVE RECOV-COUNT TO RL-RECOV-COUNT.
           MOVE RECOV-TOTAL TO RL-RECOV-AMT.
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

           CLOSE ADJREQ-F.
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

       END PROGRAM PAYROLL-ADJUSTMENT.
