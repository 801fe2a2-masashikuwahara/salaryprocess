      ******************************************************************
      * Author:kuwahara
      * Date:October.15.2026
      * Purpose:Mass salary revision with proposal and apply modes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARY-REVISION.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT REVPARM-F ASSIGN TO DYNAMIC REVPARM-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT REVTABLE-F ASSIGN TO DYNAMIC REVTABLE-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS2.
                   SELECT EMPMAST-F ASSIGN TO 'empmast.dat'
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EM-EMP-ID
                       FILE STATUS IS F-STATUS3.
                   SELECT TRANS-F ASSIGN TO 'trans.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
                   SELECT AUDIT-F ASSIGN TO 'audit.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
                   SELECT PARM-F ASSIGN TO 'parm.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS6.
                   SELECT RATESCHED-F ASSIGN TO 'ratesched.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS7.
                   SELECT REVLIST-F ASSIGN TO DYNAMIC REVLIST-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS8.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS9.
       DATA DIVISION.
       FILE SECTION.
      *>  実行方法のパラメタファイル
      *>  REVP-MODE "P"=提案（一覧だけ作りマスタは更新しない）、
      *>            "A"=適用（承認後に同じ改定表で実行する）
       FD REVPARM-F.
       01 REVPARM-REC.
           03 REVP-MODE PIC X(1).
      *>  改定表（部門とステータスの組ごとに1行）
      *>  RT-DEPT "****"=全部門、RT-STATUS "*"=全ステータス。
      *>  従業員には上から見て最初に該当した行を使うため、個別の
      *>  行を先に、全部門・全ステータスの行を後に置く。
      *>  RT-METHOD "P"=率（RT-PCT %）、"F"=定額（RT-FLAT 円）。
      *>  RT-ROUND 改定後の基本給の丸め "N"=円未満切捨て、
      *>  "D"=100円未満切捨て、"U"=100円未満切上げ、
      *>  "R"=100円未満四捨五入。RT-EFF-DATE 改定の発効日
       FD REVTABLE-F.
       01 REVTABLE-REC.
           03 RT-DEPT PIC X(4).
           03 RT-STATUS PIC X(1).
           03 RT-METHOD PIC X(1).
           03 RT-PCT PIC 9(2)V99.
           03 RT-FLAT PIC 9(6).
           03 RT-ROUND PIC X(1).
           03 RT-EFF-DATE.
               05 RT-EFF-YY PIC 9(4).
               05 RT-EFF-MM PIC 9(2).
               05 RT-EFF-DD PIC 9(2).
       01 REVTABLE-LINE REDEFINES REVTABLE-REC PIC X(25).
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
           03 EM-LEAVE-DATE PIC 9(8).
           03 EM-COMPANY PIC X(2).
      *>  メンテナンス取引ファイル（未処理の取引がある従業員は
      *>  一括改定から外す。従業員番号だけを見る）
       FD TRANS-F.
       01 TRANS.
           03 TR-TYPE PIC X(1).
           03 TR-EMP-ID PIC 9(6).
           03 FILLER PIC X(76).
      *>  監査証跡ファイル（一括改定は取引種別"M"で基本給の
      *>  改定前後のイメージを残す。個人データは変わらないため
      *>  適用後の個人データの欄に改定の発効日を書き、同じ発効日
      *>  の改定を二度適用しない目印にする）
       FD AUDIT-F.
       01 AUDIT-REC.
           03 AUD-DATE PIC 9(8).
           03 AUD-TYPE PIC X(1).
           03 AUD-EMP-ID PIC 9(6).
           03 AUD-BEFORE-EMP PIC X(36).
           03 AUD-BEFORE-PII PIC X(63).
           03 AUD-AFTER-EMP PIC X(36).
           03 AUD-AFTER-PII PIC X(63).
      *>  書いた実行の実行ID（プログラム記号＋実行日＋実行時刻）と
      *>  その実行内での行の連番（旧様式の行は空白）
           03 AUD-RUN-ID PIC X(18).
           03 AUD-RUN-SEQ PIC 9(6).
       01 AUDIT-REV-REC.
           03 FILLER PIC X(150).
           03 AUDR-TEXT PIC X(26).
           03 AUDR-EFF-DATE PIC 9(8).
           03 FILLER PIC X(53).
       FD PARM-F.
       01 PARM-REC.
           03 PARM-ANNI-YY PIC 9(4).
           03 PARM-ANNI-MM PIC 9(2).
           03 PARM-VALID-YY-FROM PIC 9(4).
           03 PARM-VALID-YY-TO PIC 9(4).
           03 PARM-VAR-PCT PIC 9(3).
           03 FILLER PIC X(1).
           03 PARM-COMPANY PIC X(2).
      *>  支給係数表（バッチ本体と同じ様式。改定前後の記念日
      *>  支給額の見込みを求めるのに使う）
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
      *>  改定一覧（提案・適用とも同じ様式。従業員ごとの改定前後
      *>  の基本給、除外した従業員とその理由、部門別小計）
       FD REVLIST-F.
       01 REVLIST-LINE PIC X(100).
      *>  改定する会社の指定（会社コード1行。無いか空白なら自社）
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
       01 RUN-DATE PIC 9(8).
      *>  この実行の実行ID（プログラム記号＋実行日＋実行時刻）。
      *>  書き出す監査証跡の各行に付け、実行内の連番を振る
       01 RUN-ID.
           03 RUN-ID-PGM PIC X(2) VALUE "SR".
           03 RUN-ID-DATE PIC 9(8) VALUE ZERO.
           03 RUN-ID-TIME PIC 9(8) VALUE ZERO.
       01 AUDIT-SEQ PIC 9(6) VALUE ZERO.
      *>  改定する会社。その会社の従業員だけを改定し、記念日と
      *>  支給係数もその会社のものを使う。自社以外の会社は実行
      *>  方法・改定表・改定一覧のファイル名の頭に会社コードを
      *>  付ける（例 02revtable.txt）
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 REVPARM-FNAME PIC X(24) VALUE "revparm.txt".
       01 REVTABLE-FNAME PIC X(24) VALUE "revtable.txt".
       01 REVLIST-FNAME PIC X(24) VALUE "revlist.txt".
       01 EOF-PARM PIC X VALUE "N".
       01 PARM-FOUND PIC X VALUE "N".
       01 OTHER-CO-COUNT PIC 9(6) VALUE ZERO.
       01 REV-MODE PIC X VALUE "P".
       01 ANNI-YY PIC 9(4) VALUE 2013.
       01 ANNI-MM PIC 9(2) VALUE 04.
       01 EOF-REVTABLE PIC X VALUE "N".
       01 EOF-EMPMAST PIC X VALUE "N".
       01 EOF-TRANS PIC X VALUE "N".
       01 EOF-AUDIT PIC X VALUE "N".
       01 EOF-RATESCHED PIC X VALUE "N".
       01 RUN-RC PIC 9(2) VALUE ZERO.
      *>  改定表をまるごと載せる作業テーブル
       01 REVT-TABLE.
           03 REVT-ENTRY OCCURS 100 TIMES.
               05 REVT-DEPT PIC X(4).
               05 REVT-STATUS PIC X(1).
               05 REVT-METHOD PIC X(1).
               05 REVT-PCT PIC 9(2)V99.
               05 REVT-FLAT PIC 9(6).
               05 REVT-ROUND PIC X(1).
               05 REVT-EFF-DATE PIC 9(8).
       01 REVT-MAX PIC 9(4) VALUE 100.
       01 REVT-COUNT PIC 9(4) VALUE ZERO.
       01 REVT-SUB PIC 9(4) VALUE ZERO.
       01 REVT-FOUND PIC X VALUE "N".
       01 REVT-BAD-COUNT PIC 9(4) VALUE ZERO.
       01 REVT-LINE-OK PIC X VALUE "N".
      *>  未処理のメンテナンス取引がある従業員の番号
       01 PEND-TABLE.
           03 PEND-ENTRY OCCURS 2000 TIMES.
               05 PEND-EMP-ID PIC 9(6).
       01 PEND-MAX PIC 9(4) VALUE 2000.
       01 PEND-COUNT PIC 9(4) VALUE ZERO.
       01 PEND-SUB PIC 9(4) VALUE ZERO.
       01 PEND-FOUND PIC X VALUE "N".
      *>  改定表の発効日で改定済みの従業員（監査証跡から拾う）
       01 DONE-TABLE.
           03 DONE-ENTRY OCCURS 5000 TIMES.
               05 DONE-EMP-ID PIC 9(6).
               05 DONE-EFF-DATE PIC 9(8).
       01 DONE-MAX PIC 9(4) VALUE 5000.
       01 DONE-COUNT PIC 9(4) VALUE ZERO.
       01 DONE-SUB PIC 9(4) VALUE ZERO.
       01 DONE-FOUND PIC X VALUE "N".
       01 DONE-TEXT PIC X(26) VALUE "SALARY REVISION EFFECTIVE ".
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
       01 RATE PIC 9V99.
       01 LEN PIC S9(4).
      *>  改定額と記念日支給額の見込みの作業領域
       01 NEW-SALARY-W PIC 9(7)V99 VALUE ZERO.
       01 ROUND-Q PIC 9(5) VALUE ZERO.
       01 NEW-SALARY PIC 9(7) VALUE ZERO.
       01 INCREASE-W PIC 9(7) VALUE ZERO.
       01 PAYOUT-W PIC 9(6) VALUE ZERO.
       01 PAYOUT-W2 PIC 9999PP.
       01 PAYOUT-BEFORE PIC 9(6) VALUE ZERO.
       01 PAYOUT-AFTER PIC 9(6) VALUE ZERO.
       01 PAYOUT-CHANGE PIC 9(6) VALUE ZERO.
       01 EXCLUDE-REASON PIC X(32) VALUE SPACE.
      *>  部門別小計のテーブル
       01 DEPT-TABLE.
           03 DEPT-ENTRY OCCURS 100 TIMES.
               05 DEPT-CODE-TAB PIC X(4).
               05 DEPT-COUNT-TAB PIC 9(6).
               05 DEPT-BEFORE-TAB PIC 9(9).
               05 DEPT-AFTER-TAB PIC 9(9).
               05 DEPT-PAY-BEFORE-TAB PIC 9(9).
               05 DEPT-PAY-AFTER-TAB PIC 9(9).
       01 DEPT-MAX PIC 9(4) VALUE 100.
       01 DEPT-COUNT PIC 9(4) VALUE ZERO.
       01 DEPT-SUB PIC 9(4) VALUE ZERO.
       01 DEPT-FOUND PIC X VALUE "N".
      *>  件数と合計
       01 EMP-READ-COUNT PIC 9(6) VALUE ZERO.
       01 NOT-COVERED-COUNT PIC 9(6) VALUE ZERO.
       01 REVISED-COUNT PIC 9(6) VALUE ZERO.
       01 EXCLUDED-COUNT PIC 9(6) VALUE ZERO.
       01 TOTAL-BEFORE PIC 9(9) VALUE ZERO.
       01 TOTAL-AFTER PIC 9(9) VALUE ZERO.
       01 TOTAL-PAY-BEFORE PIC 9(9) VALUE ZERO.
       01 TOTAL-PAY-AFTER PIC 9(9) VALUE ZERO.
      *>  改定一覧の様式
       01 RV-HEAD-LINE.
           03 FILLER PIC X(18) VALUE "SALARY REVISION - ".
           03 RV-H-MODE PIC X(10).
           03 FILLER PIC X(6) VALUE "  RUN ".
           03 RV-H-RUN-DATE PIC 9(8).
           03 FILLER PIC X(27)
               VALUE "  ANNIVERSARY PAYOUT CYCLE ".
           03 RV-H-ANNI-YY PIC 9(4).
           03 FILLER PIC X VALUE "/".
           03 RV-H-ANNI-MM PIC 9(2).
           03 FILLER PIC X(10) VALUE "  COMPANY ".
           03 RV-H-COMPANY PIC X(2).
       01 RV-RULE-LINE PIC X(100) VALUE ALL "-".
       01 RV-COLUMN-LINE.
           03 FILLER PIC X(40)
               VALUE "EMP-ID DEPT ST EFFECTIVE   BEFORE     AF".
           03 FILLER PIC X(40)
               VALUE "TER INCREASE  PAYOUT BEFORE  PAYOUT AFTE".
           03 FILLER PIC X(10) VALUE "R   CHANGE".
       01 RV-DETAIL-LINE.
           03 RV-D-EMP-ID PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 RV-D-DEPT PIC X(4).
           03 FILLER PIC X VALUE SPACE.
           03 RV-D-STATUS PIC 9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 RV-D-EFF-DATE PIC 9(8).
           03 FILLER PIC X(3) VALUE SPACE.
           03 RV-D-BEFORE PIC ZZZ,ZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 RV-D-AFTER PIC Z,ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 RV-D-INCREASE PIC ZZZ,ZZ9.
           03 FILLER PIC X(8) VALUE SPACE.
           03 RV-D-PAY-BEFORE PIC ZZZ,ZZ9.
           03 FILLER PIC X(7) VALUE SPACE.
           03 RV-D-PAY-AFTER PIC ZZZ,ZZ9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 RV-D-PAY-CHANGE PIC ZZZ,ZZ9.
       01 RV-EXCLUDE-LINE.
           03 RV-X-EMP-ID PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 RV-X-DEPT PIC X(4).
           03 FILLER PIC X VALUE SPACE.
           03 RV-X-STATUS PIC 9.
           03 FILLER PIC X(2) VALUE SPACE.
           03 RV-X-EFF-DATE PIC 9(8).
           03 FILLER PIC X(11) VALUE "  EXCLUDED ".
           03 RV-X-REASON PIC X(32).
       01 RV-BAD-LINE.
           03 FILLER PIC X(30) VALUE "REVISION TABLE LINE INVALID : ".
           03 RV-B-LINE PIC X(25).
       01 RV-NOTE-LINE PIC X(100).
       01 RV-DEPT-HEAD-LINE.
           03 FILLER PIC X(40)
               VALUE "DEPARTMENT SUBTOTALS   COUNT      BEFORE".
           03 FILLER PIC X(40)
               VALUE "       AFTER    INCREASE  PAYOUT CHANGE ".
       01 RV-DEPT-LINE.
           03 RV-S-DEPT PIC X(5).
           03 FILLER PIC X(16) VALUE SPACE.
           03 RV-S-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 RV-S-BEFORE PIC ZZZ,ZZZ,ZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 RV-S-AFTER PIC ZZZ,ZZZ,ZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 RV-S-INCREASE PIC ZZZ,ZZZ,ZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 RV-S-PAY-CHANGE PIC ZZZ,ZZZ,ZZ9.
       01 RV-COUNT-LINE.
           03 RV-C-TEXT PIC X(30).
           03 RV-C-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *----------<メインルーチン>----------
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-ID-TIME FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           PERFORM READ-COMPANY.
           IF RUN-COMPANY NOT = HOME-COMPANY
               PERFORM SET-COMPANY-FILES
           END-IF.
           PERFORM READ-REV-PARM.
           PERFORM READ-PARM.
           PERFORM READ-RATESCHED.
           OPEN OUTPUT REVLIST-F.
           IF F-STATUS8 NOT = "00"
               DISPLAY "OPEN ERROR " REVLIST-FNAME " " F-STATUS8
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-LIST-HEADER.
           PERFORM LOAD-REV-TABLE.
      *>  改定表に不正な行があれば、適用ではマスタに触れずに
      *>  打ち切る（承認した一覧と違う内容で更新しないため）
           IF REVT-COUNT = ZERO
               MOVE "NO VALID REVISION LINE - NOTHING TO DO."
                   TO RV-NOTE-LINE
               WRITE REVLIST-LINE FROM RV-NOTE-LINE
               DISPLAY "NO VALID REVISION LINE - NOTHING TO DO."
               CLOSE REVLIST-F
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF REV-MODE = "A" AND REVT-BAD-COUNT > ZERO
               MOVE "APPLY REFUSED - CORRECT THE REVISION TABLE AND "
                   TO RV-NOTE-LINE
               WRITE REVLIST-LINE FROM RV-NOTE-LINE
               MOVE "RUN THE PROPOSAL AGAIN." TO RV-NOTE-LINE
               WRITE REVLIST-LINE FROM RV-NOTE-LINE
               DISPLAY "APPLY REFUSED - REVISION TABLE HAS "
                   "INVALID LINES."
               CLOSE REVLIST-F
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-PENDING-TRANS.
           PERFORM LOAD-REVISED.
           IF REV-MODE = "A"
               OPEN I-O EMPMAST-F
           ELSE
               OPEN INPUT EMPMAST-F
           END-IF.
           IF F-STATUS3 NOT = "00"
               DISPLAY "OPEN ERROR empmast.dat " F-STATUS3
               DISPLAY "RUN MASTER-CONVERT LOAD FIRST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>  監査証跡は洗い替えせず追記していく（過去分照会用）
           IF REV-MODE = "A"
               OPEN EXTEND AUDIT-F
               IF F-STATUS5 = "35"
                   OPEN OUTPUT AUDIT-F
               END-IF
               IF F-STATUS5 NOT = "00"
                   DISPLAY "OPEN ERROR audit.txt " F-STATUS5
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           WRITE REVLIST-LINE FROM RV-COLUMN-LINE.
           WRITE REVLIST-LINE FROM RV-RULE-LINE.
           PERFORM SCAN-EMP-LINE UNTIL EOF-EMPMAST = "Y".
           PERFORM WRITE-DEPT-SUBTOTALS.
           PERFORM WRITE-LIST-TOTALS.
      *>  除外した従業員や改定表の不正な行があれば例外扱いで
      *>  終わる（一覧の確認を促す）
           IF EXCLUDED-COUNT > ZERO OR REVT-BAD-COUNT > ZERO
               MOVE 4 TO RUN-RC
           END-IF.
           DISPLAY "EMPLOYEES READ:     " EMP-READ-COUNT.
           IF REV-MODE = "A"
               DISPLAY "SALARIES REVISED:   " REVISED-COUNT
           ELSE
               DISPLAY "SALARIES PROPOSED:  " REVISED-COUNT
           END-IF.
           DISPLAY "EMPLOYEES EXCLUDED: " EXCLUDED-COUNT.
           DISPLAY "OTHER COMPANY:      " OTHER-CO-COUNT.
           CLOSE EMPMAST-F.
           IF REV-MODE = "A"
               CLOSE AUDIT-F
           END-IF.
           CLOSE REVLIST-F.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  改定する会社の会社コードを読み込む（バッチ本体と同じ
      *>  company.txt。無いか空白なら自社の改定）
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
           DISPLAY "SALARY REVISION FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  自社以外の会社ではファイル名の頭に会社コードを付ける
       SET-COMPANY-FILES SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE REVPARM-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO REVPARM-FNAME.
           MOVE REVTABLE-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO REVTABLE-FNAME.
           MOVE REVLIST-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO REVLIST-FNAME.
       EXIT.

      *>  実行方法をパラメタファイルから読み込む。無ければ提案
      *>  として動かす（誤ってマスタを更新しないため）
       READ-REV-PARM SECTION.
           OPEN INPUT REVPARM-F.
           IF F-STATUS NOT = "00"
               DISPLAY "REVISION PARM NOT FOUND - PROPOSAL ONLY."
           ELSE
               READ REVPARM-F
                   AT END
                       DISPLAY "REVISION PARM EMPTY - PROPOSAL ONLY."
                   NOT AT END
                       IF REVP-MODE = "A"
                           MOVE "A" TO REV-MODE
                       ELSE
                           IF REVP-MODE NOT = "P"
                               DISPLAY "REVISION MODE INVALID - "
                                   "PROPOSAL ONLY."
                           END-IF
                       END-IF
               END-READ
               CLOSE REVPARM-F
           END-IF.
       EXIT.

      *>  記念日をパラメタファイルから読み込む（記念日支給額の
      *>  見込みを次回の記念日で求めるため）。改定する会社の行を
      *>  使う
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

      *>  支給係数表を読み込む（バッチ本体と同じ規則。無ければ
      *>  従来の係数を既定値とする）
       READ-RATESCHED SECTION.
           COMPUTE RATE-CYCLE = ANNI-YY * 100 + ANNI-MM.
           OPEN INPUT RATESCHED-F.
           IF F-STATUS7 NOT = "00"
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

      *>  RATE-KEY-STATUSのステータスについて、次回の記念日で
      *>  効力を持つ一式の効力発生年月を求める
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

      *>  ステータスと勤続月数に対する係数を探す。区分が無ければ
      *>  RATE-FOUND="N"（見込み額はゼロとする）
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

       WRITE-LIST-HEADER SECTION.
           IF REV-MODE = "A"
               MOVE "APPLIED" TO RV-H-MODE
           ELSE
               MOVE "PROPOSAL" TO RV-H-MODE
           END-IF.
           MOVE RUN-DATE TO RV-H-RUN-DATE.
           MOVE ANNI-YY TO RV-H-ANNI-YY.
           MOVE ANNI-MM TO RV-H-ANNI-MM.
           MOVE RUN-COMPANY TO RV-H-COMPANY.
           WRITE REVLIST-LINE FROM RV-HEAD-LINE.
           WRITE REVLIST-LINE FROM RV-RULE-LINE.
       EXIT.

      *>  改定表を作業テーブルに読み込む。不正な行は一覧に
      *>  書き出して使わない
       LOAD-REV-TABLE SECTION.
           OPEN INPUT REVTABLE-F.
           IF F-STATUS2 NOT = "00"
               DISPLAY "REVISION TABLE NOT FOUND - NOTHING TO DO."
               MOVE "REVISION TABLE NOT FOUND." TO RV-NOTE-LINE
               WRITE REVLIST-LINE FROM RV-NOTE-LINE
               CLOSE REVLIST-F
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-REV-LINE UNTIL EOF-REVTABLE = "Y".
           CLOSE REVTABLE-F.
           IF REVT-BAD-COUNT > ZERO
               WRITE REVLIST-LINE FROM RV-RULE-LINE
           END-IF.
       EXIT.

       LOAD-REV-LINE SECTION.
           READ REVTABLE-F
               AT END
                   MOVE "Y" TO EOF-REVTABLE
               NOT AT END
                   PERFORM CHECK-REV-LINE
                   IF REVT-LINE-OK = "N"
                       ADD 1 TO REVT-BAD-COUNT
                       MOVE REVTABLE-LINE TO RV-B-LINE
                       WRITE REVLIST-LINE FROM RV-BAD-LINE
                       DISPLAY "REVISION TABLE LINE INVALID "
                           REVTABLE-LINE
                   ELSE
                       IF REVT-COUNT < REVT-MAX
                           ADD 1 TO REVT-COUNT
                           MOVE RT-DEPT TO REVT-DEPT(REVT-COUNT)
                           MOVE RT-STATUS TO REVT-STATUS(REVT-COUNT)
                           MOVE RT-METHOD TO REVT-METHOD(REVT-COUNT)
                           MOVE RT-PCT TO REVT-PCT(REVT-COUNT)
                           MOVE RT-FLAT TO REVT-FLAT(REVT-COUNT)
                           MOVE RT-ROUND TO REVT-ROUND(REVT-COUNT)
                           MOVE RT-EFF-DATE TO REVT-EFF-DATE(REVT-COUNT)
                       ELSE
                           DISPLAY "REVISION TABLE FULL - ABORT."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  改定表1行の検査。部門は空白不可、ステータスは数字か
      *>  "*"、率・定額は方法に応じて正の値、丸めの指定と発効日
      *>  が正しいこと
       CHECK-REV-LINE SECTION.
           MOVE "Y" TO REVT-LINE-OK.
           IF RT-DEPT = SPACE
               MOVE "N" TO REVT-LINE-OK
           END-IF.
           IF RT-STATUS NOT = "*" AND RT-STATUS IS NOT NUMERIC
               MOVE "N" TO REVT-LINE-OK
           END-IF.
           IF RT-METHOD = "P"
               IF RT-PCT IS NOT NUMERIC
                   MOVE "N" TO REVT-LINE-OK
               ELSE
                   IF RT-PCT = ZERO
                       MOVE "N" TO REVT-LINE-OK
                   END-IF
               END-IF
           ELSE
               IF RT-METHOD = "F"
                   IF RT-FLAT IS NOT NUMERIC
                       MOVE "N" TO REVT-LINE-OK
                   ELSE
                       IF RT-FLAT = ZERO
                           MOVE "N" TO REVT-LINE-OK
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO REVT-LINE-OK
               END-IF
           END-IF.
           IF RT-ROUND NOT = "N" AND RT-ROUND NOT = "D"
               AND RT-ROUND NOT = "U" AND RT-ROUND NOT = "R"
               MOVE "N" TO REVT-LINE-OK
           END-IF.
           IF RT-EFF-DATE IS NOT NUMERIC
               MOVE "N" TO REVT-LINE-OK
           ELSE
               IF RT-EFF-MM < 01 OR RT-EFF-MM > 12
                   OR RT-EFF-DD < 01 OR RT-EFF-DD > 31
                   MOVE "N" TO REVT-LINE-OK
               END-IF
           END-IF.
       EXIT.

      *>  未処理のメンテナンス取引の従業員番号を読み込む
      *>  （取引ファイルが無ければ未処理の取引なし）
       LOAD-PENDING-TRANS SECTION.
           OPEN INPUT TRANS-F.
           IF F-STATUS4 NOT = "00"
               DISPLAY "NO TRANS FILE - NO PENDING MAINTENANCE."
           ELSE
               PERFORM LOAD-PENDING-LINE UNTIL EOF-TRANS = "Y"
               CLOSE TRANS-F
           END-IF.
       EXIT.

       LOAD-PENDING-LINE SECTION.
           READ TRANS-F
               AT END
                   MOVE "Y" TO EOF-TRANS
               NOT AT END
                   IF TR-EMP-ID IS NUMERIC
                       IF PEND-COUNT < PEND-MAX
                           ADD 1 TO PEND-COUNT
                           MOVE TR-EMP-ID TO PEND-EMP-ID(PEND-COUNT)
                       ELSE
                           DISPLAY "PENDING TABLE FULL - ABORT."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  監査証跡から、改定表の発効日で既に改定した従業員を
      *>  拾う（同じ改定を二度適用しない）
       LOAD-REVISED SECTION.
           OPEN INPUT AUDIT-F.
           IF F-STATUS5 NOT = "00"
               DISPLAY "NO AUDIT FILE - NO EARLIER REVISION."
           ELSE
               PERFORM LOAD-REVISED-LINE UNTIL EOF-AUDIT = "Y"
               CLOSE AUDIT-F
           END-IF.
       EXIT.

       LOAD-REVISED-LINE SECTION.
           READ AUDIT-F
               AT END
                   MOVE "Y" TO EOF-AUDIT
               NOT AT END
                   IF AUD-TYPE = "M" AND AUDR-TEXT = DONE-TEXT
                       AND AUDR-EFF-DATE IS NUMERIC
                       IF DONE-COUNT < DONE-MAX
                           ADD 1 TO DONE-COUNT
                           MOVE AUD-EMP-ID TO DONE-EMP-ID(DONE-COUNT)
                           MOVE AUDR-EFF-DATE
                               TO DONE-EFF-DATE(DONE-COUNT)
                       ELSE
                           DISPLAY "REVISED TABLE FULL - ABORT."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  従業員マスタをキー順に読み、該当する改定表の行があれば
      *>  改定の判定に回す（他の会社の従業員は数えるだけ）
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
                       PERFORM REVT-FIND
                       IF REVT-FOUND = "N"
                           ADD 1 TO NOT-COVERED-COUNT
                       ELSE
                           PERFORM JUDGE-EMPLOYEE
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  従業員の部門とステータスに該当する改定表の行を上から
      *>  探す
       REVT-FIND SECTION.
           MOVE 1 TO REVT-SUB.
           MOVE "N" TO REVT-FOUND.
           PERFORM REVT-SEARCH
               UNTIL REVT-SUB > REVT-COUNT OR REVT-FOUND = "Y".
       EXIT.

       REVT-SEARCH SECTION.
           IF (REVT-DEPT(REVT-SUB) = EM-DEPT
               OR REVT-DEPT(REVT-SUB) = "****")
               AND (REVT-STATUS(REVT-SUB) = EM-STATUS
               OR REVT-STATUS(REVT-SUB) = "*")
               MOVE "Y" TO REVT-FOUND
           ELSE
               ADD 1 TO REVT-SUB
           END-IF.
       EXIT.

      *>  改定対象の従業員1名分の判定。除外の理由があれば理由を
      *>  添えて一覧に載せ、無ければ改定額を求めて一覧に載せる
      *>  （適用ではマスタを更新する）
       JUDGE-EMPLOYEE SECTION.
           MOVE SPACE TO EXCLUDE-REASON.
           PERFORM PEND-FIND.
           PERFORM DONE-FIND.
           IF EM-TERM-FLAG = "T"
               MOVE "TERMINATED" TO EXCLUDE-REASON
           ELSE
               IF PEND-FOUND = "Y"
                   MOVE "PENDING MAINTENANCE TRANSACTION"
                       TO EXCLUDE-REASON
               ELSE
                   IF DONE-FOUND = "Y"
                       MOVE "ALREADY REVISED" TO EXCLUDE-REASON
                   ELSE
                       IF EM-DATE > REVT-EFF-DATE(REVT-SUB)
                           MOVE "HIRED AFTER EFFECTIVE DATE"
                               TO EXCLUDE-REASON
                       ELSE
                           IF REV-MODE = "A" AND
                               REVT-EFF-DATE(REVT-SUB) > RUN-DATE
                               MOVE "NOT YET EFFECTIVE"
                                   TO EXCLUDE-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF EXCLUDE-REASON = SPACE
               PERFORM CALC-NEW-SALARY
               IF NEW-SALARY > 999999
                   MOVE "NEW SALARY TOO LARGE" TO EXCLUDE-REASON
               END-IF
           END-IF.
           IF EXCLUDE-REASON NOT = SPACE
               PERFORM WRITE-EXCLUDE-LINE
           ELSE
               PERFORM REVISE-EMPLOYEE
           END-IF.
       EXIT.

       PEND-FIND SECTION.
           MOVE 1 TO PEND-SUB.
           MOVE "N" TO PEND-FOUND.
           PERFORM PEND-SEARCH
               UNTIL PEND-SUB > PEND-COUNT OR PEND-FOUND = "Y".
       EXIT.

       PEND-SEARCH SECTION.
           IF PEND-EMP-ID(PEND-SUB) = EM-EMP-ID
               MOVE "Y" TO PEND-FOUND
           ELSE
               ADD 1 TO PEND-SUB
           END-IF.
       EXIT.

       DONE-FIND SECTION.
           MOVE 1 TO DONE-SUB.
           MOVE "N" TO DONE-FOUND.
           PERFORM DONE-SEARCH
               UNTIL DONE-SUB > DONE-COUNT OR DONE-FOUND = "Y".
       EXIT.

       DONE-SEARCH SECTION.
           IF DONE-EMP-ID(DONE-SUB) = EM-EMP-ID
               AND DONE-EFF-DATE(DONE-SUB) = REVT-EFF-DATE(REVT-SUB)
               MOVE "Y" TO DONE-FOUND
           ELSE
               ADD 1 TO DONE-SUB
           END-IF.
       EXIT.

      *>  改定後の基本給を求め、改定表の行の指定で丸める
       CALC-NEW-SALARY SECTION.
           IF REVT-METHOD(REVT-SUB) = "P"
               COMPUTE NEW-SALARY-W = EM-SALARY
                   + EM-SALARY * REVT-PCT(REVT-SUB) / 100
           ELSE
               COMPUTE NEW-SALARY-W = EM-SALARY + REVT-FLAT(REVT-SUB)
           END-IF.
           IF REVT-ROUND(REVT-SUB) = "N"
               MOVE NEW-SALARY-W TO NEW-SALARY
           ELSE
               IF REVT-ROUND(REVT-SUB) = "R"
                   COMPUTE ROUND-Q ROUNDED = NEW-SALARY-W / 100
               ELSE
                   COMPUTE ROUND-Q = NEW-SALARY-W / 100
                   IF REVT-ROUND(REVT-SUB) = "U"
                       AND ROUND-Q * 100 < NEW-SALARY-W
                       ADD 1 TO ROUND-Q
                   END-IF
               END-IF
               COMPUTE NEW-SALARY = ROUND-Q * 100
           END-IF.
           COMPUTE INCREASE-W = NEW-SALARY - EM-SALARY.
       EXIT.

      *>  改定の1件分。記念日支給額の見込みを改定前後で求め、
      *>  一覧と部門別小計に載せる。適用ではマスタを書き換えて
      *>  監査証跡に改定前後のイメージを残す
       REVISE-EMPLOYEE SECTION.
           COMPUTE LEN = ANNI-YY * 12 + ANNI-MM
               - EM-YY * 12 - EM-MM.
           MOVE EM-STATUS TO RATE-KEY-STATUS.
           MOVE LEN TO RATE-KEY-LEN.
           PERFORM FIND-RATE.
           COMPUTE PAYOUT-W = EM-SALARY * RATE.
           MOVE PAYOUT-W TO PAYOUT-W2.
           MOVE PAYOUT-W2 TO PAYOUT-BEFORE.
           COMPUTE PAYOUT-W = NEW-SALARY * RATE.
           MOVE PAYOUT-W TO PAYOUT-W2.
           MOVE PAYOUT-W2 TO PAYOUT-AFTER.
           COMPUTE PAYOUT-CHANGE = PAYOUT-AFTER - PAYOUT-BEFORE.
           MOVE EM-EMP-ID TO RV-D-EMP-ID.
           MOVE EM-DEPT TO RV-D-DEPT.
           MOVE EM-STATUS TO RV-D-STATUS.
           MOVE REVT-EFF-DATE(REVT-SUB) TO RV-D-EFF-DATE.
           MOVE EM-SALARY TO RV-D-BEFORE.
           MOVE NEW-SALARY TO RV-D-AFTER.
           MOVE INCREASE-W TO RV-D-INCREASE.
           MOVE PAYOUT-BEFORE TO RV-D-PAY-BEFORE.
           MOVE PAYOUT-AFTER TO RV-D-PAY-AFTER.
           MOVE PAYOUT-CHANGE TO RV-D-PAY-CHANGE.
           WRITE REVLIST-LINE FROM RV-DETAIL-LINE.
           PERFORM ACCUMULATE-DEPARTMENT.
           ADD 1 TO REVISED-COUNT.
           ADD EM-SALARY TO TOTAL-BEFORE.
           ADD NEW-SALARY TO TOTAL-AFTER.
           ADD PAYOUT-BEFORE TO TOTAL-PAY-BEFORE.
           ADD PAYOUT-AFTER TO TOTAL-PAY-AFTER.
           IF REV-MODE = "A"
               PERFORM APPLY-REVISION
           END-IF.
       EXIT.

      *>  従業員マスタの基本給を書き換え、監査証跡を書き出す
       APPLY-REVISION SECTION.
           INITIALIZE AUDIT-REC.
           MOVE RUN-DATE TO AUD-DATE.
           MOVE "M" TO AUD-TYPE.
           MOVE EM-EMP-ID TO AUD-EMP-ID.
           MOVE EMPMAST-REC TO AUD-BEFORE-EMP.
           MOVE SPACE TO AUD-BEFORE-PII.
           MOVE NEW-SALARY TO EM-SALARY.
           REWRITE EMPMAST-REC
               INVALID KEY
                   DISPLAY "MASTER I-O ERROR AT " EM-EMP-ID
                       " EMP " F-STATUS3
                   DISPLAY "RUN STOPPED - CHECK MASTER FILES."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           MOVE EMPMAST-REC TO AUD-AFTER-EMP.
           MOVE SPACE TO AUD-AFTER-PII.
           MOVE DONE-TEXT TO AUDR-TEXT.
           MOVE REVT-EFF-DATE(REVT-SUB) TO AUDR-EFF-DATE.
           PERFORM WRITE-AUDIT-LINE.
       EXIT.

       WRITE-EXCLUDE-LINE SECTION.
           ADD 1 TO EXCLUDED-COUNT.
           MOVE EM-EMP-ID TO RV-X-EMP-ID.
           MOVE EM-DEPT TO RV-X-DEPT.
           MOVE EM-STATUS TO RV-X-STATUS.
           MOVE REVT-EFF-DATE(REVT-SUB) TO RV-X-EFF-DATE.
           MOVE EXCLUDE-REASON TO RV-X-REASON.
           WRITE REVLIST-LINE FROM RV-EXCLUDE-LINE.
       EXIT.

      *>  部門別小計のテーブルを更新する（初出の部門は末尾に
      *>  追加する）
       ACCUMULATE-DEPARTMENT SECTION.
           MOVE 1 TO DEPT-SUB.
           MOVE "N" TO DEPT-FOUND.
           PERFORM DEPT-SEARCH
               UNTIL DEPT-SUB > DEPT-COUNT OR DEPT-FOUND = "Y".
           IF DEPT-FOUND = "N"
               IF DEPT-COUNT < DEPT-MAX
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DEPT-SUB
                   MOVE EM-DEPT TO DEPT-CODE-TAB(DEPT-SUB)
                   MOVE ZERO TO DEPT-COUNT-TAB(DEPT-SUB)
                       DEPT-BEFORE-TAB(DEPT-SUB)
                       DEPT-AFTER-TAB(DEPT-SUB)
                       DEPT-PAY-BEFORE-TAB(DEPT-SUB)
                       DEPT-PAY-AFTER-TAB(DEPT-SUB)
                   MOVE "Y" TO DEPT-FOUND
               ELSE
                   DISPLAY "DEPT TABLE FULL - " EM-DEPT
                       " OMITTED FROM SUBTOTALS"
               END-IF
           END-IF.
           IF DEPT-FOUND = "Y"
               ADD 1 TO DEPT-COUNT-TAB(DEPT-SUB)
               ADD EM-SALARY TO DEPT-BEFORE-TAB(DEPT-SUB)
               ADD NEW-SALARY TO DEPT-AFTER-TAB(DEPT-SUB)
               ADD PAYOUT-BEFORE TO DEPT-PAY-BEFORE-TAB(DEPT-SUB)
               ADD PAYOUT-AFTER TO DEPT-PAY-AFTER-TAB(DEPT-SUB)
           END-IF.
       EXIT.

       DEPT-SEARCH SECTION.
           IF DEPT-CODE-TAB(DEPT-SUB) = EM-DEPT
               MOVE "Y" TO DEPT-FOUND
           ELSE
               ADD 1 TO DEPT-SUB
           END-IF.
       EXIT.

      *>  部門別小計と全社合計を書き出す
       WRITE-DEPT-SUBTOTALS SECTION.
           WRITE REVLIST-LINE FROM RV-RULE-LINE.
           WRITE REVLIST-LINE FROM RV-DEPT-HEAD-LINE.
           MOVE 1 TO DEPT-SUB.
           PERFORM WRITE-DEPT-LINE UNTIL DEPT-SUB > DEPT-COUNT.
           MOVE "TOTAL" TO RV-S-DEPT.
           MOVE REVISED-COUNT TO RV-S-COUNT.
           MOVE TOTAL-BEFORE TO RV-S-BEFORE.
           MOVE TOTAL-AFTER TO RV-S-AFTER.
           COMPUTE RV-S-INCREASE = TOTAL-AFTER - TOTAL-BEFORE.
           COMPUTE RV-S-PAY-CHANGE = TOTAL-PAY-AFTER - TOTAL-PAY-BEFORE.
           WRITE REVLIST-LINE FROM RV-DEPT-LINE.
       EXIT.

       WRITE-DEPT-LINE SECTION.
           MOVE DEPT-CODE-TAB(DEPT-SUB) TO RV-S-DEPT.
           MOVE DEPT-COUNT-TAB(DEPT-SUB) TO RV-S-COUNT.
           MOVE DEPT-BEFORE-TAB(DEPT-SUB) TO RV-S-BEFORE.
           MOVE DEPT-AFTER-TAB(DEPT-SUB) TO RV-S-AFTER.
           COMPUTE RV-S-INCREASE = DEPT-AFTER-TAB(DEPT-SUB)
               - DEPT-BEFORE-TAB(DEPT-SUB).
           COMPUTE RV-S-PAY-CHANGE = DEPT-PAY-AFTER-TAB(DEPT-SUB)
               - DEPT-PAY-BEFORE-TAB(DEPT-SUB).
           WRITE REVLIST-LINE FROM RV-DEPT-LINE.
           ADD 1 TO DEPT-SUB.
       EXIT.

       WRITE-LIST-TOTALS SECTION.
           WRITE REVLIST-LINE FROM RV-RULE-LINE.
           MOVE "EMPLOYEES READ" TO RV-C-TEXT.
           MOVE EMP-READ-COUNT TO RV-C-COUNT.
           WRITE REVLIST-LINE FROM RV-COUNT-LINE.
           MOVE "NOT COVERED BY TABLE" TO RV-C-TEXT.
           MOVE NOT-COVERED-COUNT TO RV-C-COUNT.
           WRITE REVLIST-LINE FROM RV-COUNT-LINE.
           IF REV-MODE = "A"
               MOVE "REVISED" TO RV-C-TEXT
           ELSE
               MOVE "PROPOSED" TO RV-C-TEXT
           END-IF.
           MOVE REVISED-COUNT TO RV-C-COUNT.
           WRITE REVLIST-LINE FROM RV-COUNT-LINE.
           MOVE "EXCLUDED" TO RV-C-TEXT.
           MOVE EXCLUDED-COUNT TO RV-C-COUNT.
           WRITE REVLIST-LINE FROM RV-COUNT-LINE.
           MOVE "INVALID TABLE LINES" TO RV-C-TEXT.
           MOVE REVT-BAD-COUNT TO RV-C-COUNT.
           WRITE REVLIST-LINE FROM RV-COUNT-LINE.
       EXIT.

      *>  監査証跡1行に実行ID・実行内の連番を付けて書く
       WRITE-AUDIT-LINE SECTION.
           ADD 1 TO AUDIT-SEQ.
           MOVE RUN-ID TO AUD-RUN-ID.
           MOVE AUDIT-SEQ TO AUD-RUN-SEQ.
           WRITE AUDIT-REC.
       EXIT.

       END PROGRAM SALARY-REVISION.
