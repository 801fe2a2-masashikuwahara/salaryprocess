      ******************************************************************
      * Author:kuwahara
      * Date:October.15.2026
      * Purpose:Three-year anniversary payment cost forecast
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNIVERSARY-FORECAST.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT FCSTPARM-F ASSIGN TO DYNAMIC FCSTPARM-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT EMPMAST-F ASSIGN TO 'empmast.dat'
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EM-EMP-ID
                       FILE STATUS IS F-STATUS2.
                   SELECT PARM-F ASSIGN TO 'parm.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS3.
                   SELECT DEDUCT-F ASSIGN TO 'deduct.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
                   SELECT RATESCHED-F ASSIGN TO 'ratesched.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
                   SELECT FCSTLIST-F ASSIGN TO DYNAMIC FCSTLIST-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS6.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS7.
       DATA DIVISION.
       FILE SECTION.
      *>  見込みの前提条件のパラメタファイル（1行。無ければ
      *>  全て0で見込む）
      *>  FP-RAISE-PCT 基本給の年あたりの昇給率（%）、
      *>  FP-ATTR-PCT 年あたりの退職率（%）。どちらも2年目から
      *>  毎年複利で効かせる（1年目は現在の在籍者と基本給のまま）
      *>  FP-START-YY 見込みの最初の記念日の年（空白なら実行日の
      *>  後で最初に来る記念日から）
       FD FCSTPARM-F.
       01 FCSTPARM-REC.
           03 FP-RAISE-PCT PIC 9(2)V99.
           03 FP-RAISE-X REDEFINES FP-RAISE-PCT PIC X(4).
           03 FP-ATTR-PCT PIC 9(2)V99.
           03 FP-ATTR-X REDEFINES FP-ATTR-PCT PIC X(4).
           03 FP-START-YY PIC 9(4).
           03 FP-START-X REDEFINES FP-START-YY PIC X(4).
      *>  従業員マスタ（索引編成。キーは従業員番号。
      *>  EM-TERM-FLAG "T"=退職済み、EM-LEAVE-DATE=退職日）
       FD EMPMAST-F.
       01 EMPMAST-REC.
           03 EM-EMP-ID PIC 9(6).
           03 EM-STATUS PIC 9(1).
           03 EM-DATE.
               05 EM-YY PIC 9(4).
               05 EM-MM PIC 9(2).
               05 EM-DD PIC 9(2).
           03 EM-SALARY PIC 9(6).
           03 EM-DEPT PIC X(4).
           03 EM-TERM-FLAG PIC X(1).
           03 EM-LEAVE-DATE.
               05 EM-LEAVE-YY PIC 9(4).
               05 EM-LEAVE-MM PIC 9(2).
               05 EM-LEAVE-DD PIC 9(2).
           03 EM-COMPANY PIC X(2).
       FD PARM-F.
       01 PARM-REC.
           03 PARM-ANNI-YY PIC 9(4).
           03 PARM-ANNI-MM PIC 9(2).
           03 PARM-VALID-YY-FROM PIC 9(4).
           03 PARM-VALID-YY-TO PIC 9(4).
           03 PARM-VAR-PCT PIC 9(3).
           03 FILLER PIC X(1).
           03 PARM-COMPANY PIC X(2).
      *>  控除率テーブル（バッチ本体と同じ様式）
      *>  DEDUCT-TYPE "T"=税率区分（上限額と料率）、"I"=保険料率
       FD DEDUCT-F.
       01 DEDUCT-REC.
           03 DEDUCT-TYPE PIC X(1).
           03 DEDUCT-LIMIT PIC 9(6).
           03 DEDUCT-RATE-IN PIC 9(2)V9(2).
           03 DEDUCT-COMPANY PIC X(2).
      *>  支給係数表（バッチ本体と同じ様式。見込みの記念日ごとに
      *>  その記念日で効力を持つ一式を使う）
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
      *>  記念日支給の費用見込み（上位の勤続区分に移る従業員と
      *>  例外、記念日ごとの部門別合計、勤続区分別の人数）
       FD FCSTLIST-F.
       01 FCSTLIST-LINE PIC X(110).
      *>  見込む会社の指定（会社コード1行。無いか空白なら自社）
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
       01 RUN-DATE.
           03 RUN-YY PIC 9(4).
           03 RUN-MM PIC 9(2).
           03 RUN-DD PIC 9(2).
      *>  見込む会社。その会社の従業員だけを見込み、記念日・
      *>  控除率・支給係数もその会社のものを使う。自社以外の会社
      *>  は前提条件と見込みのファイル名の頭に会社コードを付ける
      *>  （例 02forecast.txt）
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 FCSTPARM-FNAME PIC X(24) VALUE "fcstparm.txt".
       01 FCSTLIST-FNAME PIC X(24) VALUE "forecast.txt".
       01 EOF-PARM PIC X VALUE "N".
       01 PARM-FOUND PIC X VALUE "N".
       01 EOF-DEDUCT PIC X VALUE "N".
       01 EOF-RATESCHED PIC X VALUE "N".
       01 EOF-EMPMAST PIC X VALUE "N".
       01 RUN-RC PIC 9(2) VALUE ZERO.
       01 ANNI-YY PIC 9(4) VALUE 2013.
       01 ANNI-MM PIC 9(2) VALUE 04.
      *>  前提条件（昇給率・退職率は%で持つ）
       01 RAISE-PCT PIC 9(2)V99 VALUE ZERO.
       01 ATTR-PCT PIC 9(2)V99 VALUE ZERO.
       01 START-YY PIC 9(4) VALUE ZERO.
      *>  1年あたりの基本給の倍率と在籍率（前提条件の%から求める）
       01 RAISE-FACTOR PIC 9(3)V9(6) VALUE ZERO.
       01 RETAIN-FACTOR PIC 9V9(6) VALUE ZERO.
      *>  見込む記念日のテーブル（3年分）。記念日ごとの基本給の
      *>  倍率（昇給の複利）と在籍率（退職率の複利）、全社合計
       01 YEAR-TABLE.
           03 YEAR-ENTRY OCCURS 3 TIMES.
               05 YR-YY PIC 9(4).
               05 YR-CYCLE PIC 9(6).
               05 YR-CYC-MONTHS PIC 9(6).
               05 YR-RAISE PIC 9(3)V9(6).
               05 YR-RETAIN PIC 9V9(6).
               05 YR-HEADS PIC 9(6).
               05 YR-EXP-HEADS PIC 9(7)V99.
               05 YR-GROSS PIC 9(11)V99.
               05 YR-TAX PIC 9(11)V99.
               05 YR-INS PIC 9(11)V99.
               05 YR-NET PIC 9(11)V99.
               05 YR-NOT-ELIG PIC 9(6).
               05 YR-LEFT PIC 9(6).
               05 YR-NO-RATE PIC 9(6).
               05 YR-CROSS PIC 9(6).
       01 YEAR-MAX PIC 9(4) VALUE 3.
       01 YEAR-SUB PIC 9(4) VALUE ZERO.
      *>  記念日ごとの部門別合計のテーブル
       01 DEPT-TABLE.
           03 DEPT-ENTRY OCCURS 100 TIMES.
               05 DEPT-CODE-TAB PIC X(4).
               05 DEPT-YEAR OCCURS 3 TIMES.
                   07 DY-HEADS PIC 9(6).
                   07 DY-EXP-HEADS PIC 9(7)V99.
                   07 DY-GROSS PIC 9(11)V99.
                   07 DY-TAX PIC 9(11)V99.
                   07 DY-INS PIC 9(11)V99.
                   07 DY-NET PIC 9(11)V99.
       01 DEPT-MAX PIC 9(4) VALUE 100.
       01 DEPT-COUNT PIC 9(4) VALUE ZERO.
       01 DEPT-SUB PIC 9(4) VALUE ZERO.
       01 DEPT-FOUND PIC X VALUE "N".
      *>  勤続区分（支給係数表の月数の区分）ごとの人数のテーブル。
      *>  区分は月数の下限の小さい順に並べる
       01 BAND-TABLE.
           03 BAND-ENTRY OCCURS 50 TIMES.
               05 BAND-FROM-TAB PIC 9(4).
               05 BAND-TO-TAB PIC 9(4).
               05 BAND-HEADS-TAB PIC 9(6) OCCURS 3 TIMES.
       01 BAND-MAX PIC 9(4) VALUE 50.
       01 BAND-COUNT PIC 9(4) VALUE ZERO.
       01 BAND-SUB PIC 9(4) VALUE ZERO.
       01 BAND-SHIFT-SUB PIC 9(4) VALUE ZERO.
       01 BAND-FOUND PIC X VALUE "N".
      *>  控除率テーブル（バッチ本体と同じ読み込み規則）
       01 TAX-TABLE.
           03 TAX-ENTRY OCCURS 10 TIMES.
               05 TAX-LIMIT-TAB PIC 9(6).
               05 TAX-RATE-TAB PIC 9(2)V9(2).
       01 TAX-TABLE-MAX PIC 9(4) VALUE 10.
       01 TAX-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 TAX-SUB PIC 9(4) VALUE ZERO.
       01 TAX-FOUND PIC X VALUE "N".
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
       01 RATE-FOUND PIC X VALUE "N".
       01 RATE-VER-FOUND PIC X VALUE "N".
       01 RATE-VER-EFF PIC 9(6) VALUE ZERO.
       01 RATE-CYCLE PIC 9(6) VALUE ZERO.
       01 RATE-KEY-STATUS PIC 9(1) VALUE ZERO.
       01 RATE-KEY-LEN PIC S9(4) VALUE ZERO.
       01 RATE-DEFAULT-USED PIC X VALUE "N".
       01 RATE PIC 9V99.
       01 LEN PIC S9(4).
      *>  従業員1名分の見込みの作業領域
       01 HIRE-MONTHS-W PIC 9(6) VALUE ZERO.
       01 LEAVE-MONTHS-W PIC 9(6) VALUE ZERO.
       01 BASE-MONTHS-W PIC 9(6) VALUE ZERO.
       01 LEAVER-SKIP PIC X VALUE "N".
       01 LEAVER-FINAL PIC X VALUE "N".
       01 LEAVE-DATE-BAD PIC X VALUE "N".
       01 PRORATE-MONTHS PIC 9(2) VALUE ZERO.
       01 PREV-FOUND PIC X VALUE "N".
       01 PREV-BAND-FROM PIC 9(4) VALUE ZERO.
       01 PREV-BAND-TO PIC 9(4) VALUE ZERO.
       01 PREV-RATE PIC 9V99 VALUE ZERO.
       01 EMP-CROSSED PIC X VALUE "N".
       01 FC-SALARY PIC 9(7) VALUE ZERO.
       01 FC-GROSS-W PIC 9(7) VALUE ZERO.
       01 FC-GROSS-W2 PIC 99999PP.
       01 FC-NET-W2 PIC 99999PP.
       01 FC-GROSS PIC 9(7) VALUE ZERO.
       01 FC-TAX PIC 9(7) VALUE ZERO.
       01 FC-INS PIC 9(7) VALUE ZERO.
       01 FC-NET PIC 9(7) VALUE ZERO.
       01 WEIGHT-W PIC 9V9(6) VALUE ZERO.
      *>  件数と合計
       01 EMP-READ-COUNT PIC 9(6) VALUE ZERO.
       01 OTHER-CO-COUNT PIC 9(6) VALUE ZERO.
       01 CROSS-EMP-COUNT PIC 9(6) VALUE ZERO.
       01 EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
       01 SUM-HEADS PIC 9(6) VALUE ZERO.
       01 SUM-EXP-HEADS PIC 9(7)V99 VALUE ZERO.
       01 SUM-GROSS PIC 9(11)V99 VALUE ZERO.
       01 SUM-TAX PIC 9(11)V99 VALUE ZERO.
       01 SUM-INS PIC 9(11)V99 VALUE ZERO.
       01 SUM-NET PIC 9(11)V99 VALUE ZERO.
      *>  見込みの様式
       01 FC-HEAD-LINE.
           03 FILLER PIC X(32)
               VALUE "ANNIVERSARY PAYMENT FORECAST -  ".
           03 FILLER PIC X(4) VALUE "RUN ".
           03 FC-H-RUN-DATE PIC 9(8).
           03 FILLER PIC X(10) VALUE "  COMPANY ".
           03 FC-H-COMPANY PIC X(2).
       01 FC-ASSUME-LINE.
           03 FILLER PIC X(28) VALUE "ASSUMPTIONS  SALARY INCREASE".
           03 FILLER PIC X VALUE SPACE.
           03 FC-A-RAISE PIC Z9.99.
           03 FILLER PIC X(23) VALUE "% A YEAR   ATTRITION   ".
           03 FC-A-ATTR PIC Z9.99.
           03 FILLER PIC X(41)
               VALUE "% A YEAR   (BOTH APPLY FROM THE 2ND YEAR)".
       01 FC-CYCLE-LINE.
           03 FILLER PIC X(28) VALUE "ANNIVERSARY CYCLES FORECAST ".
           03 FC-CYC-COL OCCURS 3 TIMES.
               05 FILLER PIC X(2) VALUE SPACE.
               05 FC-CYC-YY PIC 9(4).
               05 FILLER PIC X VALUE "/".
               05 FC-CYC-MM PIC 9(2).
       01 FC-RULE-LINE PIC X(110) VALUE ALL "-".
       01 FC-NOTE-LINE PIC X(110).
       01 FC-TITLE-LINE PIC X(110).
      *>  上位の勤続区分に移る従業員と例外の一覧
       01 FC-DETAIL-HEAD-LINE.
           03 FILLER PIC X(40)
               VALUE "EMP-ID DEPT ST CYCLE  MONTHS  FROM BAND ".
           03 FILLER PIC X(40)
               VALUE "  RATE      TO BAND           RATE  FORE".
           03 FILLER PIC X(10) VALUE "CAST GROSS".
       01 FC-CROSS-LINE.
           03 FC-X-EMP-ID PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 FC-X-DEPT PIC X(4).
           03 FILLER PIC X VALUE SPACE.
           03 FC-X-STATUS PIC 9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-X-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 FC-X-MM PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-X-MONTHS PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-X-FROM-LOW PIC 9(4).
           03 FILLER PIC X VALUE "-".
           03 FC-X-FROM-HIGH PIC 9(4).
           03 FILLER PIC X(3) VALUE SPACE.
           03 FC-X-FROM-RATE PIC 9.99.
           03 FILLER PIC X(6) VALUE "  ->  ".
           03 FC-X-TO-LOW PIC 9(4).
           03 FILLER PIC X VALUE "-".
           03 FC-X-TO-HIGH PIC 9(4).
           03 FILLER PIC X(9) VALUE SPACE.
           03 FC-X-TO-RATE PIC 9.99.
           03 FILLER PIC X(6) VALUE SPACE.
           03 FC-X-GROSS PIC ZZ,ZZZ,ZZ9.
       01 FC-EXCEPT-LINE.
           03 FC-E-EMP-ID PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 FC-E-DEPT PIC X(4).
           03 FILLER PIC X VALUE SPACE.
           03 FC-E-STATUS PIC 9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-E-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 FC-E-MM PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-E-MONTHS PIC ---9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-E-REASON PIC X(40).
      *>  記念日ごとの部門別合計
       01 FC-YEAR-HEAD-LINE.
           03 FILLER PIC X(12) VALUE "ANNIVERSARY ".
           03 FC-Y-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 FC-Y-MM PIC 9(2).
           03 FILLER PIC X(18) VALUE "   SALARY FACTOR  ".
           03 FC-Y-RAISE PIC ZZ9.999999.
           03 FILLER PIC X(14) VALUE "   RETENTION  ".
           03 FC-Y-RETAIN PIC 9.999999.
       01 FC-AMOUNT-HEAD-LINE.
           03 FILLER PIC X(40)
               VALUE "DEPT       HEADS   EXPECTED            G".
           03 FILLER PIC X(40)
               VALUE "ROSS     WITHHOLDING       INSURANCE    ".
           03 FILLER PIC X(12) VALUE "         NET".
       01 FC-WINDOW-HEAD-LINE.
           03 FILLER PIC X(40)
               VALUE "CYCLE      HEADS   EXPECTED            G".
           03 FILLER PIC X(40)
               VALUE "ROSS     WITHHOLDING       INSURANCE    ".
           03 FILLER PIC X(12) VALUE "         NET".
       01 FC-AMOUNT-LINE.
           03 FC-M-LABEL PIC X(8).
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-M-HEADS PIC ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-M-EXP-HEADS PIC ZZZ,ZZ9.9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-M-GROSS PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-M-TAX PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-M-INS PIC ZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-M-NET PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 FC-CYCLE-LABEL.
           03 FC-L-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 FC-L-MM PIC 9(2).
           03 FILLER PIC X VALUE SPACE.
      *>  勤続区分別の人数
       01 FC-BAND-HEAD-LINE.
           03 FILLER PIC X(28) VALUE "SERVICE BAND (MONTHS)       ".
           03 FC-BH-COL OCCURS 3 TIMES.
               05 FILLER PIC X(5) VALUE SPACE.
               05 FC-BH-YY PIC 9(4).
               05 FILLER PIC X VALUE "/".
               05 FC-BH-MM PIC 9(2).
       01 FC-BAND-LINE.
           03 FC-B-LABEL PIC X(28).
           03 FC-B-COL OCCURS 3 TIMES.
               05 FILLER PIC X(5) VALUE SPACE.
               05 FC-B-HEADS PIC ZZZ,ZZ9.
       01 FC-BAND-EXP-LINE.
           03 FC-BE-LABEL PIC X(28).
           03 FC-BE-COL OCCURS 3 TIMES.
               05 FILLER PIC X(3) VALUE SPACE.
               05 FC-BE-HEADS PIC ZZZ,ZZ9.9.
       01 FC-BAND-LABEL.
           03 FILLER PIC X(2) VALUE SPACE.
           03 FC-BL-FROM PIC 9(4).
           03 FILLER PIC X VALUE "-".
           03 FC-BL-TO PIC 9(4).
       01 FC-COUNT-LINE.
           03 FC-C-TEXT PIC X(30).
           03 FC-C-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *----------<メインルーチン>----------
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-COMPANY.
           IF RUN-COMPANY NOT = HOME-COMPANY
               PERFORM SET-COMPANY-FILES
           END-IF.
           PERFORM READ-FCST-PARM.
           PERFORM READ-PARM.
           PERFORM SET-FORECAST-YEARS.
           PERFORM READ-DEDUCT.
           PERFORM READ-RATESCHED.
           OPEN OUTPUT FCSTLIST-F.
           IF F-STATUS6 NOT = "00"
               DISPLAY "OPEN ERROR " FCSTLIST-FNAME " " F-STATUS6
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPMAST-F.
           IF F-STATUS2 NOT = "00"
               DISPLAY "OPEN ERROR empmast.dat " F-STATUS2
               DISPLAY "RUN MASTER-CONVERT LOAD FIRST."
               CLOSE FCSTLIST-F
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-LIST-HEADER.
           PERFORM SCAN-EMP-LINE UNTIL EOF-EMPMAST = "Y".
           CLOSE EMPMAST-F.
           MOVE 1 TO YEAR-SUB.
           PERFORM WRITE-YEAR-BLOCK UNTIL YEAR-SUB > YEAR-MAX.
           PERFORM WRITE-WINDOW-TOTALS.
           PERFORM WRITE-BAND-TABLE.
           PERFORM WRITE-LIST-TOTALS.
      *>  支給係数表に区分の無い従業員などの例外があれば例外扱い
      *>  で終わる（見込みから漏れた従業員の確認を促す）
           IF EXCEPTION-COUNT > ZERO
               MOVE 4 TO RUN-RC
           END-IF.
           DISPLAY "EMPLOYEES READ:     " EMP-READ-COUNT.
           DISPLAY "OTHER COMPANY:      " OTHER-CO-COUNT.
           DISPLAY "MOVING UP A BAND:   " CROSS-EMP-COUNT.
           DISPLAY "EXCEPTIONS:         " EXCEPTION-COUNT.
           CLOSE FCSTLIST-F.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  見込む会社の会社コードを読み込む（バッチ本体と同じ
      *>  company.txt。無いか空白なら自社の見込み）
       READ-COMPANY SECTION.
           OPEN INPUT COMPANY-F.
           IF F-STATUS7 = "00"
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
           DISPLAY "ANNIVERSARY FORECAST FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  自社以外の会社ではファイル名の頭に会社コードを付ける
       SET-COMPANY-FILES SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE FCSTPARM-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO FCSTPARM-FNAME.
           MOVE FCSTLIST-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO FCSTLIST-FNAME.
       EXIT.

      *>  前提条件をパラメタファイルから読み込む。無いか空白の
      *>  項目は0（昇給なし・退職なし）とし、数字でない項目は
      *>  0として例外扱いにする
       READ-FCST-PARM SECTION.
           OPEN INPUT FCSTPARM-F.
           IF F-STATUS NOT = "00"
               DISPLAY "FORECAST PARM NOT FOUND - NO INCREASE, "
                   "NO ATTRITION."
           ELSE
               READ FCSTPARM-F
                   AT END
                       DISPLAY "FORECAST PARM EMPTY - NO INCREASE, "
                           "NO ATTRITION."
                   NOT AT END
                       IF FP-RAISE-X NOT = SPACE
                           IF FP-RAISE-PCT IS NUMERIC
                               MOVE FP-RAISE-PCT TO RAISE-PCT
                           ELSE
                               DISPLAY "SALARY INCREASE INVALID - "
                                   "ZERO ASSUMED."
                               ADD 1 TO EXCEPTION-COUNT
                           END-IF
                       END-IF
                       IF FP-ATTR-X NOT = SPACE
                           IF FP-ATTR-PCT IS NUMERIC
                               MOVE FP-ATTR-PCT TO ATTR-PCT
                           ELSE
                               DISPLAY "ATTRITION RATE INVALID - "
                                   "ZERO ASSUMED."
                               ADD 1 TO EXCEPTION-COUNT
                           END-IF
                       END-IF
                       IF FP-START-X NOT = SPACE
                           IF FP-START-YY IS NUMERIC
                               AND FP-START-YY > ZERO
                               MOVE FP-START-YY TO START-YY
                           ELSE
                               DISPLAY "START YEAR INVALID - "
                                   "NEXT ANNIVERSARY ASSUMED."
                               ADD 1 TO EXCEPTION-COUNT
                           END-IF
                       END-IF
               END-READ
               CLOSE FCSTPARM-F
           END-IF.
       EXIT.

      *>  記念日の月をパラメタファイルから読み込む。見込む会社の
      *>  行を使う
       READ-PARM SECTION.
           OPEN INPUT PARM-F.
           IF F-STATUS3 NOT = "00"
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
                   END-IF
           END-READ.
       EXIT.

      *>  見込む3回分の記念日と、記念日ごとの基本給の倍率・在籍率
      *>  を決める。最初の記念日は前提条件の開始年か、指定が無け
      *>  ればparm.txtの記念日がまだ来ていなければその記念日、
      *>  来ていれば実行日の後で最初に来る記念日の月
       SET-FORECAST-YEARS SECTION.
           IF START-YY = ZERO
               IF ANNI-YY * 100 + ANNI-MM > RUN-YY * 100 + RUN-MM
                   MOVE ANNI-YY TO START-YY
               ELSE
                   IF ANNI-MM > RUN-MM
                       MOVE RUN-YY TO START-YY
                   ELSE
                       COMPUTE START-YY = RUN-YY + 1
                   END-IF
               END-IF
           END-IF.
           COMPUTE RAISE-FACTOR = 1 + RAISE-PCT / 100.
           COMPUTE RETAIN-FACTOR = 1 - ATTR-PCT / 100.
           INITIALIZE YEAR-TABLE.
           MOVE 1 TO YEAR-SUB.
           PERFORM SET-FORECAST-YEAR UNTIL YEAR-SUB > YEAR-MAX.
       EXIT.

       SET-FORECAST-YEAR SECTION.
           COMPUTE YR-YY(YEAR-SUB) = START-YY + YEAR-SUB - 1.
           COMPUTE YR-CYCLE(YEAR-SUB) = YR-YY(YEAR-SUB) * 100 + ANNI-MM.
           COMPUTE YR-CYC-MONTHS(YEAR-SUB) =
               YR-YY(YEAR-SUB) * 12 + ANNI-MM.
           IF YEAR-SUB = 1
               MOVE 1 TO YR-RAISE(YEAR-SUB)
               MOVE 1 TO YR-RETAIN(YEAR-SUB)
           ELSE
               COMPUTE YR-RAISE(YEAR-SUB) ROUNDED =
                   YR-RAISE(YEAR-SUB - 1) * RAISE-FACTOR
               COMPUTE YR-RETAIN(YEAR-SUB) ROUNDED =
                   YR-RETAIN(YEAR-SUB - 1) * RETAIN-FACTOR
           END-IF.
           ADD 1 TO YEAR-SUB.
       EXIT.

      *>  控除率テーブル（税率区分と社会保険料率）を読み込む
      *>  （バッチ本体と同じ規則。無ければ同じ既定値を使う）
       READ-DEDUCT SECTION.
           OPEN INPUT DEDUCT-F.
           IF F-STATUS4 NOT = "00"
               DISPLAY "DEDUCT FILE NOT FOUND - USING DEFAULT VALUES."
               PERFORM SET-DEDUCT-DEFAULT
           ELSE
               PERFORM READ-DEDUCT-LINE UNTIL EOF-DEDUCT = "Y"
               CLOSE DEDUCT-F
               IF TAX-TABLE-COUNT = ZERO
                   DISPLAY "DEDUCT FILE HAS NO TAX BRACKET - "
                       "USING DEFAULT VALUES."
                   PERFORM SET-DEDUCT-DEFAULT
               END-IF
           END-IF.
      *>  税率と保険料率の合計が100%を超える区分があれば差引
      *>  支給額が求まらないため、控除率ファイルの誤りとして
      *>  打ち切る（バッチ本体と同じ検査）
           MOVE 1 TO TAX-SUB.
           PERFORM CHECK-DEDUCT-RATE-LINE
               UNTIL TAX-SUB > TAX-TABLE-COUNT.
           IF DEDUCT-RATE-BAD = "Y"
               DISPLAY "DEDUCT TABLE ERROR - TAX PLUS INSURANCE "
                   "RATE OVER 100 PERCENT."
               DISPLAY "RUN STOPPED - CORRECT deduct.txt AND RERUN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

       CHECK-DEDUCT-RATE-LINE SECTION.
           IF TAX-RATE-TAB(TAX-SUB) + INSURE-RATE > 100
               MOVE "Y" TO DEDUCT-RATE-BAD
           END-IF.
           ADD 1 TO TAX-SUB.
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
       EXIT.

      *>  控除率ファイルが無い場合の既定値（バッチ本体と同じ）
       SET-DEDUCT-DEFAULT SECTION.
           MOVE 1 TO TAX-TABLE-COUNT.
           MOVE 999999 TO TAX-LIMIT-TAB(1).
           MOVE 05.00 TO TAX-RATE-TAB(1).
           MOVE 10.00 TO INSURE-RATE.
       EXIT.

      *>  見込みの総支給額に対する税率を税率区分から求める
      *>  （どの区分の上限も超える額は最後の区分の税率）
       FIND-TAX-RATE SECTION.
           MOVE 1 TO TAX-SUB.
           MOVE "N" TO TAX-FOUND.
           PERFORM TAX-SEARCH
               UNTIL TAX-SUB > TAX-TABLE-COUNT OR TAX-FOUND = "Y".
           IF TAX-FOUND = "N"
               MOVE TAX-RATE-TAB(TAX-TABLE-COUNT) TO TAX-RATE-W
           END-IF.
       EXIT.

       TAX-SEARCH SECTION.
           IF FC-GROSS <= TAX-LIMIT-TAB(TAX-SUB)
               MOVE TAX-RATE-TAB(TAX-SUB) TO TAX-RATE-W
               MOVE "Y" TO TAX-FOUND
           ELSE
               ADD 1 TO TAX-SUB
           END-IF.
       EXIT.

      *>  支給係数表を読み込む（バッチ本体と同じ規則。無ければ
      *>  従来の係数を既定値とする）。どの一式を使うかは見込む
      *>  記念日ごとに決める
       READ-RATESCHED SECTION.
           OPEN INPUT RATESCHED-F.
           IF F-STATUS5 NOT = "00"
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

      *>  RATE-KEY-STATUSのステータスについて、RATE-CYCLEの記念日
      *>  で効力を持つ一式の効力発生年月を求める
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

      *>  ステータスと勤続月数に対する係数を探す。見つかれば
      *>  RATE-SUBがその区分の行を指す。区分が無ければ
      *>  RATE-FOUND="N"
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

      *>  見込みの見出しと前提条件、一覧の見出しを書き出す
       WRITE-LIST-HEADER SECTION.
           MOVE RUN-DATE TO FC-H-RUN-DATE.
           MOVE RUN-COMPANY TO FC-H-COMPANY.
           WRITE FCSTLIST-LINE FROM FC-HEAD-LINE.
           WRITE FCSTLIST-LINE FROM FC-RULE-LINE.
           MOVE RAISE-PCT TO FC-A-RAISE.
           MOVE ATTR-PCT TO FC-A-ATTR.
           WRITE FCSTLIST-LINE FROM FC-ASSUME-LINE.
           MOVE 1 TO YEAR-SUB.
           PERFORM SET-CYCLE-COLUMN UNTIL YEAR-SUB > YEAR-MAX.
           WRITE FCSTLIST-LINE FROM FC-CYCLE-LINE.
           IF RATE-DEFAULT-USED = "Y"
               MOVE "BUILT-IN DEFAULT RATES (NO ratesched.txt)"
                   TO FC-NOTE-LINE
               WRITE FCSTLIST-LINE FROM FC-NOTE-LINE
           END-IF.
           WRITE FCSTLIST-LINE FROM FC-RULE-LINE.
           MOVE "EMPLOYEES MOVING TO A HIGHER SERVICE BAND, AND EXCEPTIO
      -        "NS" TO FC-TITLE-LINE.
           WRITE FCSTLIST-LINE FROM FC-TITLE-LINE.
           WRITE FCSTLIST-LINE FROM FC-DETAIL-HEAD-LINE.
           WRITE FCSTLIST-LINE FROM FC-RULE-LINE.
       EXIT.

       SET-CYCLE-COLUMN SECTION.
           MOVE YR-YY(YEAR-SUB) TO FC-CYC-YY(YEAR-SUB).
           MOVE ANNI-MM TO FC-CYC-MM(YEAR-SUB).
           ADD 1 TO YEAR-SUB.
       EXIT.

      *>  従業員マスタをキー順に読み、見込む会社の従業員を
      *>  見込みに回す（他の会社の従業員は数えるだけ）
       SCAN-EMP-LINE SECTION.
           READ EMPMAST-F NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-EMPMAST
               NOT AT END
                   IF EM-COMPANY NOT = RUN-COMPANY
                       AND (EM-COMPANY NOT = SPACE
                           OR RUN-COMPANY NOT = HOME-COMPANY)
                       ADD 1 TO OTHER-CO-COUNT
                   ELSE
                       ADD 1 TO EMP-READ-COUNT
                       PERFORM FORECAST-EMPLOYEE
                   END-IF
           END-READ.
       EXIT.

      *>  従業員1名分の見込み。最初の記念日の1年前（今回の
      *>  記念日）の勤続区分を起点に、見込む記念日ごとに支給額を
      *>  求め、区分が上がる記念日を一覧に載せる
       FORECAST-EMPLOYEE SECTION.
           COMPUTE HIRE-MONTHS-W = EM-YY * 12 + EM-MM.
           MOVE "N" TO EMP-CROSSED.
           MOVE "N" TO LEAVE-DATE-BAD.
           IF EM-TERM-FLAG = "T"
               IF EM-LEAVE-DATE IS NOT NUMERIC
                   OR EM-LEAVE-MM < 01 OR EM-LEAVE-MM > 12
                   MOVE "Y" TO LEAVE-DATE-BAD
               ELSE
                   COMPUTE LEAVE-MONTHS-W =
                       EM-LEAVE-YY * 12 + EM-LEAVE-MM
               END-IF
           END-IF.
           IF LEAVE-DATE-BAD = "Y"
               MOVE 1 TO YEAR-SUB
               MOVE ZERO TO LEN
               MOVE "LEAVE DATE INVALID - NOT FORECAST"
                   TO FC-E-REASON
               PERFORM WRITE-EXCEPT-LINE
               ADD 1 TO YR-LEFT(1) YR-LEFT(2) YR-LEFT(3)
           ELSE
               PERFORM DEPT-FIND
               PERFORM SET-BASE-BAND
               MOVE 1 TO YEAR-SUB
               PERFORM FORECAST-YEAR UNTIL YEAR-SUB > YEAR-MAX
               IF EMP-CROSSED = "Y"
                   ADD 1 TO CROSS-EMP-COUNT
               END-IF
           END-IF.
       EXIT.

      *>  起点の勤続区分（最初に見込む記念日の1年前の記念日での
      *>  区分）を求める。区分が無ければ起点なしとする
       SET-BASE-BAND SECTION.
           MOVE "N" TO PREV-FOUND.
           COMPUTE BASE-MONTHS-W = YR-CYC-MONTHS(1) - 12.
           COMPUTE LEN = BASE-MONTHS-W - HIRE-MONTHS-W.
           IF LEN > ZERO
               COMPUTE RATE-CYCLE = YR-CYCLE(1) - 100
               MOVE EM-STATUS TO RATE-KEY-STATUS
               MOVE LEN TO RATE-KEY-LEN
               PERFORM FIND-RATE
               IF RATE-FOUND = "Y"
                   MOVE "Y" TO PREV-FOUND
                   MOVE RATE-FROM-TAB(RATE-SUB) TO PREV-BAND-FROM
                   MOVE RATE-TO-TAB(RATE-SUB) TO PREV-BAND-TO
                   MOVE RATE TO PREV-RATE
               END-IF
           END-IF.
       EXIT.

      *>  見込む記念日1回分。退職者はバッチ本体と同じく退職した
      *>  回だけ月割りで見込み、それより後の回は見込まない
       FORECAST-YEAR SECTION.
           PERFORM CHECK-LEAVER.
           IF LEAVER-SKIP = "Y"
               ADD 1 TO YR-LEFT(YEAR-SUB)
               MOVE "N" TO PREV-FOUND
           ELSE
               IF LEAVER-FINAL = "Y"
                   COMPUTE LEN = LEAVE-MONTHS-W - HIRE-MONTHS-W
               ELSE
                   COMPUTE LEN = YR-CYC-MONTHS(YEAR-SUB)
                       - HIRE-MONTHS-W
               END-IF
               IF LEN < 1
                   ADD 1 TO YR-NOT-ELIG(YEAR-SUB)
                   MOVE "N" TO PREV-FOUND
               ELSE
                   MOVE YR-CYCLE(YEAR-SUB) TO RATE-CYCLE
                   MOVE EM-STATUS TO RATE-KEY-STATUS
                   MOVE LEN TO RATE-KEY-LEN
                   PERFORM FIND-RATE
                   IF RATE-FOUND = "N"
                       ADD 1 TO YR-NO-RATE(YEAR-SUB)
                       MOVE "NO RATE FOR STATUS/BAND - NOT FORECAST"
                           TO FC-E-REASON
                       PERFORM WRITE-EXCEPT-LINE
                       MOVE "N" TO PREV-FOUND
                   ELSE
                       PERFORM CALC-FORECAST-PAY
                       PERFORM ACCUMULATE-FORECAST
                       PERFORM BAND-ADD
                       IF PREV-FOUND = "Y"
                           AND RATE-FROM-TAB(RATE-SUB) > PREV-BAND-FROM
                           PERFORM WRITE-CROSS-LINE
                       END-IF
                       MOVE "Y" TO PREV-FOUND
                       MOVE RATE-FROM-TAB(RATE-SUB) TO PREV-BAND-FROM
                       MOVE RATE-TO-TAB(RATE-SUB) TO PREV-BAND-TO
                       MOVE RATE TO PREV-RATE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO YEAR-SUB.
       EXIT.

      *>  退職区分と退職日から、見込む記念日での扱いを決める
      *>  （バッチ本体のCHECK-LEAVERと同じ規則）
       CHECK-LEAVER SECTION.
           MOVE "N" TO LEAVER-FINAL.
           MOVE "N" TO LEAVER-SKIP.
           MOVE ZERO TO PRORATE-MONTHS.
           IF EM-TERM-FLAG = "T"
               IF LEAVE-MONTHS-W <= YR-CYC-MONTHS(YEAR-SUB) - 12
                   MOVE "Y" TO LEAVER-SKIP
               ELSE
                   IF LEAVE-MONTHS-W <= YR-CYC-MONTHS(YEAR-SUB)
                       MOVE "Y" TO LEAVER-FINAL
                       COMPUTE PRORATE-MONTHS = LEAVE-MONTHS-W
                           - YR-CYC-MONTHS(YEAR-SUB) + 12
                   END-IF
               END-IF
           END-IF.
       EXIT.

      *>  見込む記念日の支給額をバッチ本体のPAY-EMPLOYEEと同じ
      *>  規則で求める（基本給に係数を掛け、最終支給は月割りし、
      *>  100円未満を切り捨て、税と社会保険料を控除し、差引支給額
      *>  も100円未満を切り捨てる）。
      *>  基本給は昇給の倍率を掛けた額（円未満切捨て）。控除命令は
      *>  支払先への振替で費用ではないため見込まない
       CALC-FORECAST-PAY SECTION.
           COMPUTE FC-SALARY = EM-SALARY * YR-RAISE(YEAR-SUB).
           IF LEAVER-FINAL = "Y"
               COMPUTE FC-GROSS-W =
                   FC-SALARY * RATE * PRORATE-MONTHS / 12
           ELSE
               COMPUTE FC-GROSS-W = FC-SALARY * RATE
           END-IF.
           MOVE FC-GROSS-W TO FC-GROSS-W2.
           MOVE FC-GROSS-W2 TO FC-GROSS.
           PERFORM FIND-TAX-RATE.
           COMPUTE FC-TAX = FC-GROSS * TAX-RATE-W / 100.
           COMPUTE FC-INS = FC-GROSS * INSURE-RATE / 100.
           COMPUTE FC-NET = FC-GROSS - FC-TAX - FC-INS.
           MOVE FC-NET TO FC-NET-W2.
           MOVE FC-NET-W2 TO FC-NET.
       EXIT.

      *>  記念日ごとの全社合計と部門別合計に積み上げる。金額と
      *>  見込み人数には在籍率を掛ける（退職が決まっている
      *>  従業員の最終支給は確定分として在籍率を掛けない）
       ACCUMULATE-FORECAST SECTION.
           IF LEAVER-FINAL = "Y"
               MOVE 1 TO WEIGHT-W
           ELSE
               MOVE YR-RETAIN(YEAR-SUB) TO WEIGHT-W
           END-IF.
           ADD 1 TO YR-HEADS(YEAR-SUB).
           ADD WEIGHT-W TO YR-EXP-HEADS(YEAR-SUB).
           COMPUTE YR-GROSS(YEAR-SUB) =
               YR-GROSS(YEAR-SUB) + FC-GROSS * WEIGHT-W.
           COMPUTE YR-TAX(YEAR-SUB) =
               YR-TAX(YEAR-SUB) + FC-TAX * WEIGHT-W.
           COMPUTE YR-INS(YEAR-SUB) =
               YR-INS(YEAR-SUB) + FC-INS * WEIGHT-W.
           COMPUTE YR-NET(YEAR-SUB) =
               YR-NET(YEAR-SUB) + FC-NET * WEIGHT-W.
           IF DEPT-FOUND = "Y"
               ADD 1 TO DY-HEADS(DEPT-SUB, YEAR-SUB)
               ADD WEIGHT-W TO DY-EXP-HEADS(DEPT-SUB, YEAR-SUB)
               COMPUTE DY-GROSS(DEPT-SUB, YEAR-SUB) =
                   DY-GROSS(DEPT-SUB, YEAR-SUB) + FC-GROSS * WEIGHT-W
               COMPUTE DY-TAX(DEPT-SUB, YEAR-SUB) =
                   DY-TAX(DEPT-SUB, YEAR-SUB) + FC-TAX * WEIGHT-W
               COMPUTE DY-INS(DEPT-SUB, YEAR-SUB) =
                   DY-INS(DEPT-SUB, YEAR-SUB) + FC-INS * WEIGHT-W
               COMPUTE DY-NET(DEPT-SUB, YEAR-SUB) =
                   DY-NET(DEPT-SUB, YEAR-SUB) + FC-NET * WEIGHT-W
           END-IF.
       EXIT.

      *>  従業員の部門を部門別合計のテーブルから探す（初出の
      *>  部門は末尾に追加する）
       DEPT-FIND SECTION.
           MOVE 1 TO DEPT-SUB.
           MOVE "N" TO DEPT-FOUND.
           PERFORM DEPT-SEARCH
               UNTIL DEPT-SUB > DEPT-COUNT OR DEPT-FOUND = "Y".
           IF DEPT-FOUND = "N"
               IF DEPT-COUNT < DEPT-MAX
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-SUB
                   INITIALIZE DEPT-ENTRY(DEPT-SUB)
                   MOVE EM-DEPT TO DEPT-CODE-TAB(DEPT-SUB)
                   MOVE "Y" TO DEPT-FOUND
               ELSE
                   DISPLAY "DEPT TABLE FULL - " EM-DEPT
                       " OMITTED FROM SUBTOTALS"
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
           END-IF.
       EXIT.

       DEPT-SEARCH SECTION.
           IF DEPT-CODE-TAB(DEPT-SUB) = EM-DEPT
               MOVE "Y" TO DEPT-FOUND
           ELSE
               ADD 1 TO DEPT-SUB
           END-IF.
       EXIT.

      *>  勤続区分別の人数を数える。初出の区分は月数の下限の
      *>  順になるよう途中に差し込む
       BAND-ADD SECTION.
           MOVE 1 TO BAND-SUB.
           MOVE "N" TO BAND-FOUND.
           PERFORM BAND-SEARCH
               UNTIL BAND-SUB > BAND-COUNT OR BAND-FOUND NOT = "N".
           IF BAND-FOUND NOT = "Y"
               IF BAND-COUNT < BAND-MAX
                   ADD 1 TO BAND-COUNT
                   MOVE BAND-COUNT TO BAND-SHIFT-SUB
                   PERFORM BAND-SHIFT UNTIL BAND-SHIFT-SUB = BAND-SUB
                   INITIALIZE BAND-ENTRY(BAND-SUB)
                   MOVE RATE-FROM-TAB(RATE-SUB)
                       TO BAND-FROM-TAB(BAND-SUB)
                   MOVE RATE-TO-TAB(RATE-SUB) TO BAND-TO-TAB(BAND-SUB)
                   MOVE "Y" TO BAND-FOUND
               ELSE
                   MOVE "N" TO BAND-FOUND
                   DISPLAY "BAND TABLE FULL - BAND "
                       RATE-FROM-TAB(RATE-SUB) "-"
                       RATE-TO-TAB(RATE-SUB) " OMITTED"
               END-IF
           END-IF.
           IF BAND-FOUND = "Y"
               ADD 1 TO BAND-HEADS-TAB(BAND-SUB, YEAR-SUB)
           END-IF.
       EXIT.

      *>  同じ区分があればBAND-FOUND="Y"、無ければ差し込む位置
      *>  （下限がより大きい最初の区分）でBAND-FOUND="P"として
      *>  止まる（末尾に足すときはBAND-COUNTを越えて止まる）
       BAND-SEARCH SECTION.
           IF BAND-FROM-TAB(BAND-SUB) = RATE-FROM-TAB(RATE-SUB)
               AND BAND-TO-TAB(BAND-SUB) = RATE-TO-TAB(RATE-SUB)
               MOVE "Y" TO BAND-FOUND
           ELSE
               IF BAND-FROM-TAB(BAND-SUB) > RATE-FROM-TAB(RATE-SUB)
                   OR (BAND-FROM-TAB(BAND-SUB) = RATE-FROM-TAB(RATE-SUB)
                   AND BAND-TO-TAB(BAND-SUB) > RATE-TO-TAB(RATE-SUB))
                   MOVE "P" TO BAND-FOUND
               ELSE
                   ADD 1 TO BAND-SUB
               END-IF
           END-IF.
       EXIT.

      *>  差し込む位置から後ろの区分を1つずつ後ろへずらす
       BAND-SHIFT SECTION.
           MOVE BAND-ENTRY(BAND-SHIFT-SUB - 1)
               TO BAND-ENTRY(BAND-SHIFT-SUB).
           SUBTRACT 1 FROM BAND-SHIFT-SUB.
       EXIT.

      *>  上位の勤続区分に移る従業員の1行を書き出す
       WRITE-CROSS-LINE SECTION.
           ADD 1 TO YR-CROSS(YEAR-SUB).
           MOVE "Y" TO EMP-CROSSED.
           MOVE EM-EMP-ID TO FC-X-EMP-ID.
           MOVE EM-DEPT TO FC-X-DEPT.
           MOVE EM-STATUS TO FC-X-STATUS.
           MOVE YR-YY(YEAR-SUB) TO FC-X-YY.
           MOVE ANNI-MM TO FC-X-MM.
           MOVE LEN TO FC-X-MONTHS.
           MOVE PREV-BAND-FROM TO FC-X-FROM-LOW.
           MOVE PREV-BAND-TO TO FC-X-FROM-HIGH.
           MOVE PREV-RATE TO FC-X-FROM-RATE.
           MOVE RATE-FROM-TAB(RATE-SUB) TO FC-X-TO-LOW.
           MOVE RATE-TO-TAB(RATE-SUB) TO FC-X-TO-HIGH.
           MOVE RATE TO FC-X-TO-RATE.
           MOVE FC-GROSS TO FC-X-GROSS.
           WRITE FCSTLIST-LINE FROM FC-CROSS-LINE.
       EXIT.

      *>  見込みから漏れた従業員の1行を書き出す（理由は呼ぶ側で
      *>  FC-E-REASONに入れておく）
       WRITE-EXCEPT-LINE SECTION.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE EM-EMP-ID TO FC-E-EMP-ID.
           MOVE EM-DEPT TO FC-E-DEPT.
           MOVE EM-STATUS TO FC-E-STATUS.
           MOVE YR-YY(YEAR-SUB) TO FC-E-YY.
           MOVE ANNI-MM TO FC-E-MM.
           MOVE LEN TO FC-E-MONTHS.
           WRITE FCSTLIST-LINE FROM FC-EXCEPT-LINE.
       EXIT.

      *>  見込む記念日1回分の部門別合計と全社合計を書き出す
       WRITE-YEAR-BLOCK SECTION.
           WRITE FCSTLIST-LINE FROM FC-RULE-LINE.
           MOVE YR-YY(YEAR-SUB) TO FC-Y-YY.
           MOVE ANNI-MM TO FC-Y-MM.
           MOVE YR-RAISE(YEAR-SUB) TO FC-Y-RAISE.
           MOVE YR-RETAIN(YEAR-SUB) TO FC-Y-RETAIN.
           WRITE FCSTLIST-LINE FROM FC-YEAR-HEAD-LINE.
           WRITE FCSTLIST-LINE FROM FC-AMOUNT-HEAD-LINE.
           MOVE 1 TO DEPT-SUB.
           PERFORM WRITE-DEPT-LINE UNTIL DEPT-SUB > DEPT-COUNT.
           MOVE "TOTAL" TO FC-M-LABEL.
           MOVE YR-HEADS(YEAR-SUB) TO FC-M-HEADS.
           MOVE YR-EXP-HEADS(YEAR-SUB) TO FC-M-EXP-HEADS.
           MOVE YR-GROSS(YEAR-SUB) TO FC-M-GROSS.
           MOVE YR-TAX(YEAR-SUB) TO FC-M-TAX.
           MOVE YR-INS(YEAR-SUB) TO FC-M-INS.
           MOVE YR-NET(YEAR-SUB) TO FC-M-NET.
           WRITE FCSTLIST-LINE FROM FC-AMOUNT-LINE.
           ADD 1 TO YEAR-SUB.
       EXIT.

       WRITE-DEPT-LINE SECTION.
           MOVE DEPT-CODE-TAB(DEPT-SUB) TO FC-M-LABEL.
           MOVE DY-HEADS(DEPT-SUB, YEAR-SUB) TO FC-M-HEADS.
           MOVE DY-EXP-HEADS(DEPT-SUB, YEAR-SUB) TO FC-M-EXP-HEADS.
           MOVE DY-GROSS(DEPT-SUB, YEAR-SUB) TO FC-M-GROSS.
           MOVE DY-TAX(DEPT-SUB, YEAR-SUB) TO FC-M-TAX.
           MOVE DY-INS(DEPT-SUB, YEAR-SUB) TO FC-M-INS.
           MOVE DY-NET(DEPT-SUB, YEAR-SUB) TO FC-M-NET.
           WRITE FCSTLIST-LINE FROM FC-AMOUNT-LINE.
           ADD 1 TO DEPT-SUB.
       EXIT.

      *>  見込み期間の記念日ごとの全社合計と期間合計を書き出す
       WRITE-WINDOW-TOTALS SECTION.
           WRITE FCSTLIST-LINE FROM FC-RULE-LINE.
           MOVE "FORECAST WINDOW TOTALS" TO FC-TITLE-LINE.
           WRITE FCSTLIST-LINE FROM FC-TITLE-LINE.
           WRITE FCSTLIST-LINE FROM FC-WINDOW-HEAD-LINE.
           MOVE ZERO TO SUM-HEADS SUM-EXP-HEADS SUM-GROSS SUM-TAX
               SUM-INS SUM-NET.
           MOVE 1 TO YEAR-SUB.
           PERFORM WRITE-WINDOW-LINE UNTIL YEAR-SUB > YEAR-MAX.
           MOVE "TOTAL" TO FC-M-LABEL.
           MOVE SUM-HEADS TO FC-M-HEADS.
           MOVE SUM-EXP-HEADS TO FC-M-EXP-HEADS.
           MOVE SUM-GROSS TO FC-M-GROSS.
           MOVE SUM-TAX TO FC-M-TAX.
           MOVE SUM-INS TO FC-M-INS.
           MOVE SUM-NET TO FC-M-NET.
           WRITE FCSTLIST-LINE FROM FC-AMOUNT-LINE.
       EXIT.

       WRITE-WINDOW-LINE SECTION.
           MOVE YR-YY(YEAR-SUB) TO FC-L-YY.
           MOVE ANNI-MM TO FC-L-MM.
           MOVE FC-CYCLE-LABEL TO FC-M-LABEL.
           MOVE YR-HEADS(YEAR-SUB) TO FC-M-HEADS.
           MOVE YR-EXP-HEADS(YEAR-SUB) TO FC-M-EXP-HEADS.
           MOVE YR-GROSS(YEAR-SUB) TO FC-M-GROSS.
           MOVE YR-TAX(YEAR-SUB) TO FC-M-TAX.
           MOVE YR-INS(YEAR-SUB) TO FC-M-INS.
           MOVE YR-NET(YEAR-SUB) TO FC-M-NET.
           WRITE FCSTLIST-LINE FROM FC-AMOUNT-LINE.
           ADD YR-HEADS(YEAR-SUB) TO SUM-HEADS.
           ADD YR-EXP-HEADS(YEAR-SUB) TO SUM-EXP-HEADS.
           ADD YR-GROSS(YEAR-SUB) TO SUM-GROSS.
           ADD YR-TAX(YEAR-SUB) TO SUM-TAX.
           ADD YR-INS(YEAR-SUB) TO SUM-INS.
           ADD YR-NET(YEAR-SUB) TO SUM-NET.
           ADD 1 TO YEAR-SUB.
       EXIT.

      *>  勤続区分別の人数の表を書き出す（区分ごとの支給人数、
      *>  支給人数の計と在籍率を掛けた見込み人数、見込みに載ら
      *>  ない人数の内訳）
       WRITE-BAND-TABLE SECTION.
           WRITE FCSTLIST-LINE FROM FC-RULE-LINE.
           MOVE "HEADCOUNT BY SERVICE BAND" TO FC-TITLE-LINE.
           WRITE FCSTLIST-LINE FROM FC-TITLE-LINE.
           MOVE 1 TO YEAR-SUB.
           PERFORM SET-BAND-HEAD-COLUMN UNTIL YEAR-SUB > YEAR-MAX.
           WRITE FCSTLIST-LINE FROM FC-BAND-HEAD-LINE.
           MOVE 1 TO BAND-SUB.
           PERFORM WRITE-BAND-LINE UNTIL BAND-SUB > BAND-COUNT.
           MOVE "PAID" TO FC-B-LABEL.
           MOVE YR-HEADS(1) TO FC-B-HEADS(1).
           MOVE YR-HEADS(2) TO FC-B-HEADS(2).
           MOVE YR-HEADS(3) TO FC-B-HEADS(3).
           WRITE FCSTLIST-LINE FROM FC-BAND-LINE.
           MOVE "EXPECTED AFTER ATTRITION" TO FC-BE-LABEL.
           MOVE YR-EXP-HEADS(1) TO FC-BE-HEADS(1).
           MOVE YR-EXP-HEADS(2) TO FC-BE-HEADS(2).
           MOVE YR-EXP-HEADS(3) TO FC-BE-HEADS(3).
           WRITE FCSTLIST-LINE FROM FC-BAND-EXP-LINE.
           MOVE "NOT YET ELIGIBLE" TO FC-B-LABEL.
           MOVE YR-NOT-ELIG(1) TO FC-B-HEADS(1).
           MOVE YR-NOT-ELIG(2) TO FC-B-HEADS(2).
           MOVE YR-NOT-ELIG(3) TO FC-B-HEADS(3).
           WRITE FCSTLIST-LINE FROM FC-BAND-LINE.
           MOVE "LEFT / LEAVE DATE INVALID" TO FC-B-LABEL.
           MOVE YR-LEFT(1) TO FC-B-HEADS(1).
           MOVE YR-LEFT(2) TO FC-B-HEADS(2).
           MOVE YR-LEFT(3) TO FC-B-HEADS(3).
           WRITE FCSTLIST-LINE FROM FC-BAND-LINE.
           MOVE "NO RATE FOR STATUS/BAND" TO FC-B-LABEL.
           MOVE YR-NO-RATE(1) TO FC-B-HEADS(1).
           MOVE YR-NO-RATE(2) TO FC-B-HEADS(2).
           MOVE YR-NO-RATE(3) TO FC-B-HEADS(3).
           WRITE FCSTLIST-LINE FROM FC-BAND-LINE.
           MOVE "MOVING TO A HIGHER BAND" TO FC-B-LABEL.
           MOVE YR-CROSS(1) TO FC-B-HEADS(1).
           MOVE YR-CROSS(2) TO FC-B-HEADS(2).
           MOVE YR-CROSS(3) TO FC-B-HEADS(3).
           WRITE FCSTLIST-LINE FROM FC-BAND-LINE.
       EXIT.

       SET-BAND-HEAD-COLUMN SECTION.
           MOVE YR-YY(YEAR-SUB) TO FC-BH-YY(YEAR-SUB).
           MOVE ANNI-MM TO FC-BH-MM(YEAR-SUB).
           ADD 1 TO YEAR-SUB.
       EXIT.

       WRITE-BAND-LINE SECTION.
           MOVE BAND-FROM-TAB(BAND-SUB) TO FC-BL-FROM.
           MOVE BAND-TO-TAB(BAND-SUB) TO FC-BL-TO.
           MOVE FC-BAND-LABEL TO FC-B-LABEL.
           MOVE BAND-HEADS-TAB(BAND-SUB, 1) TO FC-B-HEADS(1).
           MOVE BAND-HEADS-TAB(BAND-SUB, 2) TO FC-B-HEADS(2).
           MOVE BAND-HEADS-TAB(BAND-SUB, 3) TO FC-B-HEADS(3).
           WRITE FCSTLIST-LINE FROM FC-BAND-LINE.
           ADD 1 TO BAND-SUB.
       EXIT.

       WRITE-LIST-TOTALS SECTION.
           WRITE FCSTLIST-LINE FROM FC-RULE-LINE.
           MOVE "EMPLOYEES READ" TO FC-C-TEXT.
           MOVE EMP-READ-COUNT TO FC-C-COUNT.
           WRITE FCSTLIST-LINE FROM FC-COUNT-LINE.
           MOVE "OTHER COMPANY (SKIPPED)" TO FC-C-TEXT.
           MOVE OTHER-CO-COUNT TO FC-C-COUNT.
           WRITE FCSTLIST-LINE FROM FC-COUNT-LINE.
           MOVE "EMPLOYEES MOVING UP A BAND" TO FC-C-TEXT.
           MOVE CROSS-EMP-COUNT TO FC-C-COUNT.
           WRITE FCSTLIST-LINE FROM FC-COUNT-LINE.
           MOVE "EXCEPTIONS" TO FC-C-TEXT.
           MOVE EXCEPTION-COUNT TO FC-C-COUNT.
           WRITE FCSTLIST-LINE FROM FC-COUNT-LINE.
       EXIT.

       END PROGRAM ANNIVERSARY-FORECAST.
