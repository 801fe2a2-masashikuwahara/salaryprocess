      ******************************************************************
      * Author:kuwahara
      * Date:October.15.2026
      * Purpose:Run integrity check of ledger, runlog and GL extracts
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-INTEGRITY-CHECK.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT RUNLOG-F ASSIGN TO 'runlog.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS2.
                   SELECT LEDGER-F ASSIGN TO 'ledger.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS3.
                   SELECT GLPOST-F ASSIGN TO DYNAMIC GL-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
                   SELECT CHECKREP-F ASSIGN TO DYNAMIC CHECKREP-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
       DATA DIVISION.
       FILE SECTION.
      *>  検証する会社（バッチ本体と同じ。無ければ自社）
       FD COMPANY-F.
       01 COMPANY-REC.
           03 COMPANY-CODE-IN PIC X(2).
      *>  実行管理ログ（バッチ本体と同じ様式。実行の種類・終了
      *>  区分・復帰コードと、実行が書いた行のコントロール
      *>  トータルだけ見る）
       FD RUNLOG-F.
       01 RUNLOG-REC.
           03 RL-DATE PIC 9(8).
           03 RL-TIME PIC 9(6).
           03 RL-RESTART PIC X(1).
           03 FILLER PIC X(44).
           03 RL-COUNT PIC 9(6).
           03 FILLER PIC X(48).
           03 RL-BALANCED PIC X(1).
           03 RL-RC PIC 9(2).
           03 FILLER PIC X(37).
           03 RL-COMPANY PIC X(2).
           03 RL-RUN-ID PIC X(18).
           03 RL-RUN-SEQ PIC 9(6).
           03 RL-END PIC X(1).
           03 RL-LEDGER-COUNT PIC 9(6).
           03 RL-LEDGER-AMT PIC 9(11).
           03 RL-GL-COUNT PIC 9(6).
           03 RL-GL-DR PIC 9(11).
           03 FILLER PIC X(1).
      *>  支給履歴（バッチ本体と同じ様式）
       FD LEDGER-F.
       01 LEDGER-REC.
           03 LIN-EMP-ID PIC 9(6).
           03 LIN-RUN-DATE PIC 9(8).
           03 LIN-AMOUNT PIC 9(6).
           03 LIN-TYPE PIC X(1).
           03 LIN-ANNI-YY PIC 9(4).
           03 LIN-ANNI-MM PIC 9(2).
           03 LIN-GROSS PIC 9(6).
           03 LIN-TAX PIC 9(6).
           03 LIN-INSURANCE PIC 9(6).
           03 LIN-COMPANY PIC X(2).
           03 LIN-RUN-ID PIC X(18).
           03 LIN-RUN-SEQ PIC 9(6).
      *>  仕訳連携ファイル（バッチ本体のglpost.txtと同じ様式。
      *>  各プログラムの仕訳連携ファイルを順に読む）
       FD GLPOST-F.
       01 GLPOST-REC.
           03 GL-TAG PIC X(3).
           03 GL-DATE PIC 9(8).
           03 GL-SIDE PIC X(2).
           03 GL-ACCOUNT PIC X(24).
           03 GL-DEPT PIC X(4).
           03 GL-AMOUNT PIC 9(9).
           03 GL-COMPANY PIC X(2).
           03 GL-RUN-ID PIC X(18).
           03 GL-RUN-SEQ PIC 9(6).
      *>  検証レポート
       FD CHECKREP-F.
       01 CHECKREP-LINE PIC X(110).
       WORKING-STORAGE SECTION.
       01 F-STATUS PIC XX.
       01 F-STATUS2 PIC XX.
       01 F-STATUS3 PIC XX.
       01 F-STATUS4 PIC XX.
       01 F-STATUS5 PIC XX.
       01 RUN-DATE PIC 9(8).
       01 RUN-RC PIC 9(2) VALUE ZERO.
       01 EOF-RUNLOG PIC X VALUE "N".
       01 EOF-LEDGER PIC X VALUE "N".
       01 EOF-GLPOST PIC X VALUE "N".
      *>  検証する会社。他の会社の行は数えるだけで検証しない。
      *>  自社以外の会社は仕訳連携ファイル・レポートの名前の頭に
      *>  会社コードを付ける
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 GL-FNAME PIC X(24) VALUE SPACE.
       01 CHECKREP-FNAME PIC X(24) VALUE "runcheck.txt".
       01 OTHER-CO-COUNT PIC 9(6) VALUE ZERO.
      *>  読む仕訳連携ファイル
       01 GLF-TABLE.
           03 GLF-ENTRY OCCURS 8 TIMES.
               05 GLF-NAME PIC X(24).
               05 GLF-STATE PIC X(9).
               05 GLF-LINE-COUNT PIC 9(6).
       01 GLF-MAX PIC 9(4) VALUE 8.
       01 GLF-COUNT PIC 9(4) VALUE ZERO.
       01 GLF-SUB PIC 9(4) VALUE ZERO.
      *>  実行ごとの集計テーブル。実行管理ログに記録された値
      *>  （RT-LOG-）と、支給履歴・仕訳連携に実際に見つかった行
      *>  の件数・金額・最後の連番を並べて持つ。RT-LOGGED は
      *>  実行管理ログに行があれば"Y"、RT-GL-SEEN は現在の仕訳
      *>  連携ファイルにその実行の行があれば"Y"
       01 RT-TABLE.
           03 RT-ENTRY OCCURS 3000 TIMES.
               05 RT-RUN-ID PIC X(18).
               05 RT-TYPE PIC X(1).
               05 RT-LOGGED PIC X(1).
               05 RT-END PIC X(1).
               05 RT-RC PIC 9(2).
               05 RT-LOG-LEDGER-COUNT PIC 9(6).
               05 RT-LOG-LEDGER-AMT PIC 9(11).
               05 RT-LOG-GL-COUNT PIC 9(6).
               05 RT-LOG-GL-DR PIC 9(11).
               05 RT-LEDGER-COUNT PIC 9(6).
               05 RT-LEDGER-AMT PIC 9(11).
               05 RT-LEDGER-LAST PIC 9(6).
               05 RT-GL-SEEN PIC X(1).
               05 RT-GL-COUNT PIC 9(6).
               05 RT-GL-DR PIC 9(11).
               05 RT-GL-LAST PIC 9(6).
               05 RT-EXC-COUNT PIC 9(6).
       01 RT-MAX PIC 9(4) VALUE 3000.
       01 RT-COUNT PIC 9(4) VALUE ZERO.
       01 RT-SUB PIC 9(4) VALUE ZERO.
       01 RT-FOUND PIC X VALUE "N".
       01 RT-KEY-ID PIC X(18).
      *>  同日重複の検査に使う、同じ実行日の支給履歴の行の
      *>  テーブル（実行日が変わったら空にする）
       01 DAY-TABLE.
           03 DAY-ENTRY OCCURS 9999 TIMES.
               05 DAY-EMP-ID PIC 9(6).
               05 DAY-TYPE PIC X(1).
               05 DAY-ANNI PIC 9(6).
               05 DAY-AMOUNT PIC 9(6).
               05 DAY-RUN-ID PIC X(18).
       01 DAY-MAX PIC 9(4) VALUE 9999.
       01 DAY-COUNT PIC 9(4) VALUE ZERO.
       01 DAY-SUB PIC 9(4) VALUE ZERO.
       01 DAY-FOUND PIC X VALUE "N".
       01 DAY-DATE PIC 9(8) VALUE ZERO.
       01 DAY-KEY-ANNI.
           03 DAY-KEY-YY PIC 9(4).
           03 DAY-KEY-MM PIC 9(2).
      *>  連番検査の作業領域（CHECK-SEQUENCEに渡す）
       01 SEQ-W PIC 9(6) VALUE ZERO.
       01 SEQ-LAST-W PIC 9(6) VALUE ZERO.
       01 SEQ-NEXT-W PIC 9(6) VALUE ZERO.
       01 SEQ-ACCEPT PIC X VALUE "N".
      *>  件数
       01 LEGACY-RUNLOG-COUNT PIC 9(6) VALUE ZERO.
       01 LEGACY-LEDGER-COUNT PIC 9(6) VALUE ZERO.
       01 LEGACY-GL-COUNT PIC 9(6) VALUE ZERO.
       01 RUNLOG-READ-COUNT PIC 9(6) VALUE ZERO.
       01 LEDGER-READ-COUNT PIC 9(6) VALUE ZERO.
       01 LEDGER-STATE PIC X(9) VALUE "NOT FOUND".
       01 GL-READ-COUNT PIC 9(6) VALUE ZERO.
       01 ORPHAN-COUNT PIC 9(6) VALUE ZERO.
       01 GAP-COUNT PIC 9(6) VALUE ZERO.
       01 DUP-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 DUP-PAY-COUNT PIC 9(6) VALUE ZERO.
       01 MISMATCH-COUNT PIC 9(6) VALUE ZERO.
       01 NOT-DONE-COUNT PIC 9(6) VALUE ZERO.
       01 GL-REPLACED-COUNT PIC 9(6) VALUE ZERO.
       01 EXC-TOTAL PIC 9(6) VALUE ZERO.
      *>  検証レポートの様式
       01 CK-HEAD-LINE.
           03 FILLER PIC X(22) VALUE "RUN INTEGRITY CHECK   ".
           03 FILLER PIC X(4) VALUE "RUN ".
           03 CK-H-RUN-DATE PIC 9(8).
           03 FILLER PIC X(10) VALUE "   COMPANY".
           03 FILLER PIC X(1) VALUE " ".
           03 CK-H-COMPANY PIC X(2).
       01 CK-RULE-LINE PIC X(110) VALUE ALL "-".
       01 CK-TITLE-LINE PIC X(110).
       01 CK-EXC-HEAD-LINE.
           03 FILLER PIC X(24) VALUE "  EXCEPTION             ".
           03 FILLER PIC X(16) VALUE "FILE            ".
           03 FILLER PIC X(19) VALUE "RUN ID             ".
           03 FILLER PIC X(7) VALUE "   SEQ ".
           03 FILLER PIC X(6) VALUE "DETAIL".
       01 CK-EXC-LINE.
           03 FILLER PIC X(2) VALUE SPACE.
           03 CK-E-KIND PIC X(22).
           03 CK-E-FILE PIC X(16).
           03 CK-E-RUN-ID PIC X(18).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CK-E-SEQ PIC ZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACE.
           03 CK-E-TEXT PIC X(40).
      *>  例外の明細欄の編集様式
       01 CKT-LEDGER.
           03 FILLER PIC X(4) VALUE "EMP ".
           03 CKT-L-EMP PIC 9(6).
           03 FILLER PIC X(6) VALUE " TYPE ".
           03 CKT-L-TYPE PIC X(1).
           03 FILLER PIC X(5) VALUE " AMT ".
           03 CKT-L-AMT PIC ZZZ,ZZ9.
       01 CKT-GL.
           03 CKT-G-TAG PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CKT-G-SIDE PIC X(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CKT-G-ACCOUNT PIC X(20).
           03 CKT-G-AMT PIC ZZZ,ZZZ,ZZ9.
       01 CKT-RANGE.
           03 FILLER PIC X(8) VALUE "MISSING ".
           03 CKT-R-FROM PIC ZZZZZ9.
           03 FILLER PIC X(4) VALUE " TO ".
           03 CKT-R-TO PIC ZZZZZ9.
       01 CKT-TOTAL.
           03 FILLER PIC X(7) VALUE "LOGGED ".
           03 CKT-T-LOGGED PIC Z(10)9.
           03 FILLER PIC X(7) VALUE " FOUND ".
           03 CKT-T-FOUND PIC Z(10)9.
       01 CKT-DUP-PAY.
           03 FILLER PIC X(4) VALUE "EMP ".
           03 CKT-D-EMP PIC 9(6).
           03 FILLER PIC X(9) VALUE " ALSO IN ".
           03 CKT-D-RUN-ID PIC X(18).
      *>  実行ごとの一覧の様式
       01 CK-RUN-HEAD-LINE.
           03 FILLER PIC X(21) VALUE "  RUN ID             ".
           03 FILLER PIC X(6) VALUE "TYPE  ".
           03 FILLER PIC X(17) VALUE "LEDGER LINES     ".
           03 FILLER PIC X(16) VALUE "GL LINES        ".
           03 FILLER PIC X(6) VALUE "STATUS".
       01 CK-RUN-LINE.
           03 FILLER PIC X(2) VALUE SPACE.
           03 CK-R-RUN-ID PIC X(18).
           03 FILLER PIC X(2) VALUE SPACE.
           03 CK-R-TYPE PIC X(1).
           03 FILLER PIC X(3) VALUE SPACE.
           03 CK-R-LEDGER PIC ZZZZZ9.
           03 FILLER PIC X(1) VALUE "/".
           03 CK-R-LOG-LEDGER PIC ZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACE.
           03 CK-R-GL PIC ZZZZZ9.
           03 FILLER PIC X(1) VALUE "/".
           03 CK-R-LOG-GL PIC ZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACE.
           03 CK-R-STATUS PIC X(14).
           03 CK-R-GL-NOTE PIC X(24).
       01 CK-DONE-LINE.
           03 FILLER PIC X(2) VALUE SPACE.
           03 CK-D-RUN-ID PIC X(18).
           03 FILLER PIC X(2) VALUE SPACE.
           03 CK-D-TEXT PIC X(28).
           03 FILLER PIC X(8) VALUE "LEDGER ".
           03 CK-D-LEDGER PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUE "  GL ".
           03 CK-D-GL PIC ZZZZZ9.
       01 CK-DONE-ABORT.
           03 FILLER PIC X(22) VALUE "LOGGED AS ABORTED  RC ".
           03 CK-DA-RC PIC 99.
       01 CK-COUNT-LINE.
           03 FILLER PIC X(2) VALUE SPACE.
           03 CK-C-TEXT PIC X(36).
           03 CK-C-COUNT PIC ZZZ,ZZ9.
       01 CK-GLF-LINE.
           03 FILLER PIC X(2) VALUE SPACE.
           03 CK-G-NAME PIC X(24).
           03 CK-G-STATE PIC X(9).
           03 FILLER PIC X(8) VALUE "  LINES ".
           03 CK-G-LINES PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *----------<メインルーチン>----------
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-COMPANY.
           PERFORM SET-GL-FILES.
           IF RUN-COMPANY NOT = HOME-COMPANY
               MOVE RUN-COMPANY TO CO-FNAME-CO
               MOVE CHECKREP-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO CHECKREP-FNAME
           END-IF.
           OPEN OUTPUT CHECKREP-F.
           IF F-STATUS5 NOT = "00"
               DISPLAY "OPEN ERROR " CHECKREP-FNAME " " F-STATUS5
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>  実行管理ログが読めなければ照合の基準が無いため打ち切る
           OPEN INPUT RUNLOG-F.
           IF F-STATUS2 NOT = "00"
               DISPLAY "OPEN ERROR runlog.txt " F-STATUS2
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RUN-DATE TO CK-H-RUN-DATE.
           MOVE RUN-COMPANY TO CK-H-COMPANY.
           WRITE CHECKREP-LINE FROM CK-HEAD-LINE.
           WRITE CHECKREP-LINE FROM CK-RULE-LINE.
           MOVE "EXCEPTIONS" TO CK-TITLE-LINE.
           WRITE CHECKREP-LINE FROM CK-TITLE-LINE.
           WRITE CHECKREP-LINE FROM CK-EXC-HEAD-LINE.
      *>  実行管理ログから実行のテーブルを作り、支給履歴と
      *>  仕訳連携の行を実行ごとに突き合わせる
           PERFORM LOAD-RUNLOG-LINE UNTIL EOF-RUNLOG = "Y".
           CLOSE RUNLOG-F.
           PERFORM READ-LEDGER.
           MOVE 1 TO GLF-SUB.
           PERFORM READ-GL-FILE UNTIL GLF-SUB > GLF-COUNT.
      *>  実行ごとに末尾の欠番とコントロールトータルを検査する
           MOVE 1 TO RT-SUB.
           PERFORM CHECK-RUN-TOTALS UNTIL RT-SUB > RT-COUNT.
           IF EXC-TOTAL = ZERO
               MOVE "  NONE" TO CK-TITLE-LINE
               WRITE CHECKREP-LINE FROM CK-TITLE-LINE
           END-IF.
           PERFORM WRITE-RUN-LIST.
           PERFORM WRITE-NOT-DONE-LIST.
           PERFORM WRITE-CHECK-TOTALS.
      *>  行の欠落・重複・金額の不一致は8、完了を記録していない
      *>  実行（と記録の無い実行の行）だけなら4で終わる
           IF GAP-COUNT > ZERO OR DUP-LINE-COUNT > ZERO
               OR DUP-PAY-COUNT > ZERO OR MISMATCH-COUNT > ZERO
               MOVE 8 TO RUN-RC
           ELSE
               IF ORPHAN-COUNT > ZERO OR NOT-DONE-COUNT > ZERO
                   MOVE 4 TO RUN-RC
               END-IF
           END-IF.
           DISPLAY "RUNS CHECKED:        " RT-COUNT.
           DISPLAY "EXCEPTIONS:          " EXC-TOTAL.
           DISPLAY "RUNS NOT COMPLETED:  " NOT-DONE-COUNT.
           CLOSE CHECKREP-F.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  検証する会社をcompany.txtから読み込む（無ければ自社）
       READ-COMPANY SECTION.
           OPEN INPUT COMPANY-F.
           IF F-STATUS = "00"
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
           DISPLAY "RUN INTEGRITY CHECK FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  読む仕訳連携ファイルの名前（自社以外の会社は会社コード
      *>  付きの名前）
       SET-GL-FILES SECTION.
           INITIALIZE GLF-TABLE.
           MOVE "glpost.txt" TO GLF-NAME(1).
           MOVE "glposthold.txt" TO GLF-NAME(2).
           MOVE "glpostadj.txt" TO GLF-NAME(3).
           MOVE "glpostret.txt" TO GLF-NAME(4).
           MOVE "glpostunc.txt" TO GLF-NAME(5).
           MOVE "glpostset.txt" TO GLF-NAME(6).
           MOVE "glpostseth.txt" TO GLF-NAME(7).
           MOVE "glpostseta.txt" TO GLF-NAME(8).
           MOVE GLF-MAX TO GLF-COUNT.
           IF RUN-COMPANY NOT = HOME-COMPANY
               MOVE 1 TO GLF-SUB
               PERFORM SET-GL-FILE-COMPANY UNTIL GLF-SUB > GLF-COUNT
           END-IF.
       EXIT.

       SET-GL-FILE-COMPANY SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE GLF-NAME(GLF-SUB) TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO GLF-NAME(GLF-SUB).
           ADD 1 TO GLF-SUB.
       EXIT.

      *>  実行管理ログ1行分。実行IDの無い旧様式の行は数えるだけ。
      *>  同じ実行IDの行が2行目以降に現れたら重複行とする
       LOAD-RUNLOG-LINE SECTION.
           READ RUNLOG-F
               AT END
                   MOVE "Y" TO EOF-RUNLOG
               NOT AT END
                   IF RL-COMPANY NOT = RUN-COMPANY
                       AND (RL-COMPANY NOT = SPACE
                       OR RUN-COMPANY NOT = HOME-COMPANY)
                       ADD 1 TO OTHER-CO-COUNT
                   ELSE
                       ADD 1 TO RUNLOG-READ-COUNT
                       IF RL-RUN-ID = SPACE
                           ADD 1 TO LEGACY-RUNLOG-COUNT
                       ELSE
                           PERFORM POST-RUNLOG-LINE
                       END-IF
                   END-IF
           END-READ.
       EXIT.

       POST-RUNLOG-LINE SECTION.
           MOVE RL-RUN-ID TO RT-KEY-ID.
           PERFORM RT-FIND.
           IF RT-FOUND = "N"
               PERFORM RT-ADD
           END-IF.
           IF RT-LOGGED(RT-SUB) = "Y"
               MOVE "DUPLICATE LINE" TO CK-E-KIND
               MOVE "runlog.txt" TO CK-E-FILE
               MOVE RL-RUN-ID TO CK-E-RUN-ID
               MOVE RL-RUN-SEQ TO CK-E-SEQ
               MOVE "RUN LOGGED MORE THAN ONCE" TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO DUP-LINE-COUNT
           ELSE
               MOVE "Y" TO RT-LOGGED(RT-SUB)
               MOVE RL-RESTART TO RT-TYPE(RT-SUB)
               MOVE RL-END TO RT-END(RT-SUB)
               MOVE RL-RC TO RT-RC(RT-SUB)
               MOVE RL-LEDGER-COUNT TO RT-LOG-LEDGER-COUNT(RT-SUB)
               MOVE RL-LEDGER-AMT TO RT-LOG-LEDGER-AMT(RT-SUB)
               MOVE RL-GL-COUNT TO RT-LOG-GL-COUNT(RT-SUB)
               MOVE RL-GL-DR TO RT-LOG-GL-DR(RT-SUB)
           END-IF.
       EXIT.

      *>  実行IDで実行のテーブルを探す。同じ実行の行は続けて
      *>  現れるため、直前に見つけた実行を先に確かめる
       RT-FIND SECTION.
           MOVE "N" TO RT-FOUND.
           IF RT-SUB > ZERO AND RT-SUB NOT > RT-COUNT
               IF RT-RUN-ID(RT-SUB) = RT-KEY-ID
                   MOVE "Y" TO RT-FOUND
               END-IF
           END-IF.
           IF RT-FOUND = "N"
               MOVE 1 TO RT-SUB
               PERFORM RT-SEARCH
                   UNTIL RT-SUB > RT-COUNT OR RT-FOUND = "Y"
           END-IF.
       EXIT.

       RT-SEARCH SECTION.
           IF RT-RUN-ID(RT-SUB) = RT-KEY-ID
               MOVE "Y" TO RT-FOUND
           ELSE
               ADD 1 TO RT-SUB
           END-IF.
       EXIT.

      *>  実行のテーブルに1件追加する（実行管理ログに無い実行は
      *>  RT-LOGGEDが"N"のまま残る）
       RT-ADD SECTION.
           IF RT-COUNT < RT-MAX
               ADD 1 TO RT-COUNT
               MOVE RT-COUNT TO RT-SUB
               INITIALIZE RT-ENTRY(RT-SUB)
               MOVE RT-KEY-ID TO RT-RUN-ID(RT-SUB)
               MOVE "N" TO RT-LOGGED(RT-SUB)
               MOVE "N" TO RT-GL-SEEN(RT-SUB)
           ELSE
               DISPLAY "RUN TABLE FULL - ABORT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

      *>  支給履歴を読み、実行ごとの行数・金額と連番を検査する
       READ-LEDGER SECTION.
           OPEN INPUT LEDGER-F.
           IF F-STATUS3 NOT = "00"
               DISPLAY "LEDGER NOT READABLE - LEDGER NOT CHECKED."
           ELSE
               MOVE "READ" TO LEDGER-STATE
               PERFORM READ-LEDGER-LINE UNTIL EOF-LEDGER = "Y"
               CLOSE LEDGER-F
           END-IF.
       EXIT.

       READ-LEDGER-LINE SECTION.
           READ LEDGER-F
               AT END
                   MOVE "Y" TO EOF-LEDGER
               NOT AT END
                   IF LIN-COMPANY NOT = RUN-COMPANY
                       AND (LIN-COMPANY NOT = SPACE
                       OR RUN-COMPANY NOT = HOME-COMPANY)
                       ADD 1 TO OTHER-CO-COUNT
                   ELSE
                       ADD 1 TO LEDGER-READ-COUNT
                       IF LIN-RUN-ID = SPACE
                           ADD 1 TO LEGACY-LEDGER-COUNT
                       ELSE
                           PERFORM POST-LEDGER-LINE
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  支給履歴1行分。実行管理ログに無い実行の行は孤立行、
      *>  連番の飛びは欠番、既に見た連番は重複行として報告する
       POST-LEDGER-LINE SECTION.
           MOVE LIN-RUN-ID TO RT-KEY-ID.
           PERFORM RT-FIND.
           IF RT-FOUND = "N"
               PERFORM RT-ADD
           END-IF.
           MOVE LIN-EMP-ID TO CKT-L-EMP.
           MOVE LIN-TYPE TO CKT-L-TYPE.
           MOVE LIN-AMOUNT TO CKT-L-AMT.
           MOVE "ledger.txt" TO CK-E-FILE.
           MOVE LIN-RUN-ID TO CK-E-RUN-ID.
           MOVE LIN-RUN-SEQ TO CK-E-SEQ.
           IF RT-LOGGED(RT-SUB) = "N"
               MOVE "ORPHAN LINE" TO CK-E-KIND
               MOVE CKT-LEDGER TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO ORPHAN-COUNT
           END-IF.
           MOVE LIN-RUN-SEQ TO SEQ-W.
           MOVE RT-LEDGER-LAST(RT-SUB) TO SEQ-LAST-W.
           PERFORM CHECK-SEQUENCE.
           IF SEQ-ACCEPT = "Y"
               ADD 1 TO RT-LEDGER-COUNT(RT-SUB)
               ADD LIN-AMOUNT TO RT-LEDGER-AMT(RT-SUB)
               MOVE LIN-RUN-SEQ TO RT-LEDGER-LAST(RT-SUB)
               PERFORM CHECK-SAME-DAY
           ELSE
               MOVE CKT-LEDGER TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
       EXIT.

      *>  実行内の連番の検査。前の行の次の番号なら受け付ける。
      *>  番号が飛んでいれば欠番を報告して受け付け、前の行以下の
      *>  番号なら重複行として受け付けない（重複行の報告は呼び
      *>  出し側が明細を添えて書く）
       CHECK-SEQUENCE SECTION.
           COMPUTE SEQ-NEXT-W = SEQ-LAST-W + 1.
           IF SEQ-W = SEQ-NEXT-W
               MOVE "Y" TO SEQ-ACCEPT
           ELSE
               IF SEQ-W > SEQ-NEXT-W
                   MOVE "Y" TO SEQ-ACCEPT
                   MOVE "SEQUENCE GAP" TO CK-E-KIND
                   MOVE SEQ-NEXT-W TO CKT-R-FROM
                   COMPUTE CKT-R-TO = SEQ-W - 1
                   MOVE CKT-RANGE TO CK-E-TEXT
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO GAP-COUNT
               ELSE
                   MOVE "N" TO SEQ-ACCEPT
                   MOVE "DUPLICATE LINE" TO CK-E-KIND
                   ADD 1 TO DUP-LINE-COUNT
               END-IF
           END-IF.
       EXIT.

      *>  同じ日に同じ従業員・種別・サイクル・金額の行を別の
      *>  実行が書いていれば重複支給として報告する（中断した実行
      *>  の後の再実行が残す同日重複行）
       CHECK-SAME-DAY SECTION.
           IF LIN-RUN-DATE NOT = DAY-DATE
               MOVE LIN-RUN-DATE TO DAY-DATE
               MOVE ZERO TO DAY-COUNT
           END-IF.
           MOVE LIN-ANNI-YY TO DAY-KEY-YY.
           MOVE LIN-ANNI-MM TO DAY-KEY-MM.
           MOVE "N" TO DAY-FOUND.
           MOVE 1 TO DAY-SUB.
           PERFORM DAY-SEARCH
               UNTIL DAY-SUB > DAY-COUNT OR DAY-FOUND = "Y".
           IF DAY-FOUND = "Y"
               MOVE "DUPLICATE PAYMENT" TO CK-E-KIND
               MOVE LIN-EMP-ID TO CKT-D-EMP
               MOVE DAY-RUN-ID(DAY-SUB) TO CKT-D-RUN-ID
               MOVE CKT-DUP-PAY TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO DUP-PAY-COUNT
           END-IF.
           IF DAY-COUNT < DAY-MAX
               ADD 1 TO DAY-COUNT
               MOVE LIN-EMP-ID TO DAY-EMP-ID(DAY-COUNT)
               MOVE LIN-TYPE TO DAY-TYPE(DAY-COUNT)
               MOVE DAY-KEY-ANNI TO DAY-ANNI(DAY-COUNT)
               MOVE LIN-AMOUNT TO DAY-AMOUNT(DAY-COUNT)
               MOVE LIN-RUN-ID TO DAY-RUN-ID(DAY-COUNT)
           ELSE
               DISPLAY "SAME-DAY TABLE FULL - ABORT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       EXIT.

       DAY-SEARCH SECTION.
           IF DAY-EMP-ID(DAY-SUB) = LIN-EMP-ID
               AND DAY-TYPE(DAY-SUB) = LIN-TYPE
               AND DAY-ANNI(DAY-SUB) = DAY-KEY-ANNI
               AND DAY-AMOUNT(DAY-SUB) = LIN-AMOUNT
               AND DAY-RUN-ID(DAY-SUB) NOT = LIN-RUN-ID
               MOVE "Y" TO DAY-FOUND
           ELSE
               ADD 1 TO DAY-SUB
           END-IF.
       EXIT.

      *>  仕訳連携ファイル1本分を読む。仕訳連携ファイルは実行の
      *>  たびに洗い替えられるため、ここに残っている実行だけを
      *>  仕訳連携のコントロールトータルで照合する
       READ-GL-FILE SECTION.
           MOVE GLF-NAME(GLF-SUB) TO GL-FNAME.
           MOVE "N" TO EOF-GLPOST.
           OPEN INPUT GLPOST-F.
           IF F-STATUS4 NOT = "00"
               MOVE "NOT FOUND" TO GLF-STATE(GLF-SUB)
           ELSE
               MOVE "READ" TO GLF-STATE(GLF-SUB)
               PERFORM READ-GL-LINE UNTIL EOF-GLPOST = "Y"
               CLOSE GLPOST-F
           END-IF.
           ADD 1 TO GLF-SUB.
       EXIT.

       READ-GL-LINE SECTION.
           READ GLPOST-F
               AT END
                   MOVE "Y" TO EOF-GLPOST
               NOT AT END
                   IF GL-COMPANY NOT = RUN-COMPANY
                       AND (GL-COMPANY NOT = SPACE
                       OR RUN-COMPANY NOT = HOME-COMPANY)
                       ADD 1 TO OTHER-CO-COUNT
                   ELSE
                       ADD 1 TO GL-READ-COUNT
                       ADD 1 TO GLF-LINE-COUNT(GLF-SUB)
                       IF GL-RUN-ID = SPACE
                           ADD 1 TO LEGACY-GL-COUNT
                       ELSE
                           PERFORM POST-GL-LINE
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  仕訳連携1行分（支給履歴と同じ検査。明細の借方を合計する）
       POST-GL-LINE SECTION.
           MOVE GL-RUN-ID TO RT-KEY-ID.
           PERFORM RT-FIND.
           IF RT-FOUND = "N"
               PERFORM RT-ADD
           END-IF.
           MOVE "Y" TO RT-GL-SEEN(RT-SUB).
           MOVE GL-TAG TO CKT-G-TAG.
           MOVE GL-SIDE TO CKT-G-SIDE.
           MOVE GL-ACCOUNT TO CKT-G-ACCOUNT.
           MOVE GL-AMOUNT TO CKT-G-AMT.
           MOVE GL-FNAME TO CK-E-FILE.
           MOVE GL-RUN-ID TO CK-E-RUN-ID.
           MOVE GL-RUN-SEQ TO CK-E-SEQ.
           IF RT-LOGGED(RT-SUB) = "N"
               MOVE "ORPHAN LINE" TO CK-E-KIND
               MOVE CKT-GL TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO ORPHAN-COUNT
           END-IF.
           MOVE GL-RUN-SEQ TO SEQ-W.
           MOVE RT-GL-LAST(RT-SUB) TO SEQ-LAST-W.
           PERFORM CHECK-SEQUENCE.
           IF SEQ-ACCEPT = "Y"
               ADD 1 TO RT-GL-COUNT(RT-SUB)
               IF GL-TAG = "DTL" AND GL-SIDE = "DR"
                   ADD GL-AMOUNT TO RT-GL-DR(RT-SUB)
               END-IF
               MOVE GL-RUN-SEQ TO RT-GL-LAST(RT-SUB)
           ELSE
               MOVE CKT-GL TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.
       EXIT.

      *>  実行1件分の締めの検査。記録した行数より後ろの欠番と、
      *>  行数・金額のコントロールトータルを照合する（実行管理
      *>  ログに行の無い実行は照合する値が無いため検査しない）
       CHECK-RUN-TOTALS SECTION.
           IF RT-LOGGED(RT-SUB) = "Y"
               PERFORM CHECK-RUN-LEDGER
               IF RT-GL-SEEN(RT-SUB) = "Y"
                   PERFORM CHECK-RUN-GL
               ELSE
                   IF RT-LOG-GL-COUNT(RT-SUB) > ZERO
                       ADD 1 TO GL-REPLACED-COUNT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO RT-SUB.
       EXIT.

       CHECK-RUN-LEDGER SECTION.
           MOVE "ledger.txt" TO CK-E-FILE.
           MOVE RT-RUN-ID(RT-SUB) TO CK-E-RUN-ID.
           IF RT-LOG-LEDGER-COUNT(RT-SUB) > RT-LEDGER-LAST(RT-SUB)
               MOVE "SEQUENCE GAP" TO CK-E-KIND
               MOVE ZERO TO CK-E-SEQ
               COMPUTE CKT-R-FROM = RT-LEDGER-LAST(RT-SUB) + 1
               MOVE RT-LOG-LEDGER-COUNT(RT-SUB) TO CKT-R-TO
               MOVE CKT-RANGE TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO GAP-COUNT
           END-IF.
           IF RT-LOG-LEDGER-COUNT(RT-SUB) NOT = RT-LEDGER-COUNT(RT-SUB)
               MOVE "LINE COUNT MISMATCH" TO CK-E-KIND
               MOVE ZERO TO CK-E-SEQ
               MOVE RT-LOG-LEDGER-COUNT(RT-SUB) TO CKT-T-LOGGED
               MOVE RT-LEDGER-COUNT(RT-SUB) TO CKT-T-FOUND
               MOVE CKT-TOTAL TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO MISMATCH-COUNT
           END-IF.
           IF RT-LOG-LEDGER-AMT(RT-SUB) NOT = RT-LEDGER-AMT(RT-SUB)
               MOVE "AMOUNT MISMATCH" TO CK-E-KIND
               MOVE ZERO TO CK-E-SEQ
               MOVE RT-LOG-LEDGER-AMT(RT-SUB) TO CKT-T-LOGGED
               MOVE RT-LEDGER-AMT(RT-SUB) TO CKT-T-FOUND
               MOVE CKT-TOTAL TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO MISMATCH-COUNT
           END-IF.
       EXIT.

       CHECK-RUN-GL SECTION.
           MOVE "GL EXTRACT" TO CK-E-FILE.
           MOVE RT-RUN-ID(RT-SUB) TO CK-E-RUN-ID.
           IF RT-LOG-GL-COUNT(RT-SUB) > RT-GL-LAST(RT-SUB)
               MOVE "SEQUENCE GAP" TO CK-E-KIND
               MOVE ZERO TO CK-E-SEQ
               COMPUTE CKT-R-FROM = RT-GL-LAST(RT-SUB) + 1
               MOVE RT-LOG-GL-COUNT(RT-SUB) TO CKT-R-TO
               MOVE CKT-RANGE TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO GAP-COUNT
           END-IF.
           IF RT-LOG-GL-COUNT(RT-SUB) NOT = RT-GL-COUNT(RT-SUB)
               MOVE "LINE COUNT MISMATCH" TO CK-E-KIND
               MOVE ZERO TO CK-E-SEQ
               MOVE RT-LOG-GL-COUNT(RT-SUB) TO CKT-T-LOGGED
               MOVE RT-GL-COUNT(RT-SUB) TO CKT-T-FOUND
               MOVE CKT-TOTAL TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO MISMATCH-COUNT
           END-IF.
           IF RT-LOG-GL-DR(RT-SUB) NOT = RT-GL-DR(RT-SUB)
               MOVE "DEBIT TOTAL MISMATCH" TO CK-E-KIND
               MOVE ZERO TO CK-E-SEQ
               MOVE RT-LOG-GL-DR(RT-SUB) TO CKT-T-LOGGED
               MOVE RT-GL-DR(RT-SUB) TO CKT-T-FOUND
               MOVE CKT-TOTAL TO CK-E-TEXT
               PERFORM WRITE-EXCEPTION
               ADD 1 TO MISMATCH-COUNT
           END-IF.
       EXIT.

      *>  例外1行を書き、実行ごとと全体の例外件数に加える
       WRITE-EXCEPTION SECTION.
           WRITE CHECKREP-LINE FROM CK-EXC-LINE.
           ADD 1 TO EXC-TOTAL.
           ADD 1 TO RT-EXC-COUNT(RT-SUB).
       EXIT.

      *>  実行ごとの一覧（見つかった行数／記録した行数と結果）
       WRITE-RUN-LIST SECTION.
           WRITE CHECKREP-LINE FROM CK-RULE-LINE.
           MOVE "RUNS" TO CK-TITLE-LINE.
           WRITE CHECKREP-LINE FROM CK-TITLE-LINE.
           WRITE CHECKREP-LINE FROM CK-RUN-HEAD-LINE.
           MOVE 1 TO RT-SUB.
           PERFORM WRITE-RUN-LINE UNTIL RT-SUB > RT-COUNT.
       EXIT.

       WRITE-RUN-LINE SECTION.
           MOVE RT-RUN-ID(RT-SUB) TO CK-R-RUN-ID.
           MOVE RT-TYPE(RT-SUB) TO CK-R-TYPE.
           MOVE RT-LEDGER-COUNT(RT-SUB) TO CK-R-LEDGER.
           MOVE RT-LOG-LEDGER-COUNT(RT-SUB) TO CK-R-LOG-LEDGER.
           MOVE RT-GL-COUNT(RT-SUB) TO CK-R-GL.
           MOVE RT-LOG-GL-COUNT(RT-SUB) TO CK-R-LOG-GL.
           IF RT-LOGGED(RT-SUB) = "N"
               MOVE "?" TO CK-R-TYPE
               MOVE "NOT LOGGED" TO CK-R-STATUS
           ELSE
               IF RT-END(RT-SUB) = "A"
                   MOVE "ABORTED" TO CK-R-STATUS
               ELSE
                   IF RT-EXC-COUNT(RT-SUB) > ZERO
                       MOVE "EXCEPTIONS" TO CK-R-STATUS
                   ELSE
                       MOVE "OK" TO CK-R-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE SPACE TO CK-R-GL-NOTE.
           IF RT-LOGGED(RT-SUB) = "Y" AND RT-GL-SEEN(RT-SUB) = "N"
               AND RT-LOG-GL-COUNT(RT-SUB) > ZERO
               MOVE "GL EXTRACT REPLACED" TO CK-R-GL-NOTE
           END-IF.
           WRITE CHECKREP-LINE FROM CK-RUN-LINE.
           ADD 1 TO RT-SUB.
       EXIT.

      *>  完了を記録していない実行の一覧（実行管理ログに行の無い
      *>  実行と、中断として記録された実行）
       WRITE-NOT-DONE-LIST SECTION.
           WRITE CHECKREP-LINE FROM CK-RULE-LINE.
           MOVE "RUNS WITHOUT A COMPLETION RECORD" TO CK-TITLE-LINE.
           WRITE CHECKREP-LINE FROM CK-TITLE-LINE.
           MOVE 1 TO RT-SUB.
           PERFORM WRITE-NOT-DONE-LINE UNTIL RT-SUB > RT-COUNT.
           IF NOT-DONE-COUNT = ZERO
               MOVE "  NONE" TO CK-TITLE-LINE
               WRITE CHECKREP-LINE FROM CK-TITLE-LINE
           END-IF.
       EXIT.

       WRITE-NOT-DONE-LINE SECTION.
           IF RT-LOGGED(RT-SUB) = "N" OR RT-END(RT-SUB) = "A"
               MOVE RT-RUN-ID(RT-SUB) TO CK-D-RUN-ID
               IF RT-LOGGED(RT-SUB) = "N"
                   MOVE "NO RUNLOG LINE" TO CK-D-TEXT
               ELSE
                   MOVE RT-RC(RT-SUB) TO CK-DA-RC
                   MOVE CK-DONE-ABORT TO CK-D-TEXT
               END-IF
               MOVE RT-LEDGER-COUNT(RT-SUB) TO CK-D-LEDGER
               MOVE RT-GL-COUNT(RT-SUB) TO CK-D-GL
               WRITE CHECKREP-LINE FROM CK-DONE-LINE
               ADD 1 TO NOT-DONE-COUNT
           END-IF.
           ADD 1 TO RT-SUB.
       EXIT.

      *>  読んだファイルと件数のまとめ
       WRITE-CHECK-TOTALS SECTION.
           WRITE CHECKREP-LINE FROM CK-RULE-LINE.
           MOVE "FILES READ" TO CK-TITLE-LINE.
           WRITE CHECKREP-LINE FROM CK-TITLE-LINE.
           MOVE "runlog.txt" TO CK-G-NAME.
           MOVE "READ" TO CK-G-STATE.
           MOVE RUNLOG-READ-COUNT TO CK-G-LINES.
           WRITE CHECKREP-LINE FROM CK-GLF-LINE.
           MOVE "ledger.txt" TO CK-G-NAME.
           MOVE LEDGER-STATE TO CK-G-STATE.
           MOVE LEDGER-READ-COUNT TO CK-G-LINES.
           WRITE CHECKREP-LINE FROM CK-GLF-LINE.
           MOVE 1 TO GLF-SUB.
           PERFORM WRITE-GLF-LINE UNTIL GLF-SUB > GLF-COUNT.
           WRITE CHECKREP-LINE FROM CK-RULE-LINE.
           MOVE "RUNS CHECKED" TO CK-C-TEXT.
           MOVE RT-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "ORPHAN LINES" TO CK-C-TEXT.
           MOVE ORPHAN-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "SEQUENCE GAPS" TO CK-C-TEXT.
           MOVE GAP-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "DUPLICATE LINES" TO CK-C-TEXT.
           MOVE DUP-LINE-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "DUPLICATE SAME-DAY PAYMENTS" TO CK-C-TEXT.
           MOVE DUP-PAY-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "CONTROL TOTAL MISMATCHES" TO CK-C-TEXT.
           MOVE MISMATCH-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "RUNS WITHOUT A COMPLETION RECORD" TO CK-C-TEXT.
           MOVE NOT-DONE-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "RUNS WITH GL EXTRACT REPLACED" TO CK-C-TEXT.
           MOVE GL-REPLACED-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "OLDER RUNLOG LINES WITHOUT RUN ID" TO CK-C-TEXT.
           MOVE LEGACY-RUNLOG-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "OLDER LEDGER LINES WITHOUT RUN ID" TO CK-C-TEXT.
           MOVE LEGACY-LEDGER-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "OLDER GL LINES WITHOUT RUN ID" TO CK-C-TEXT.
           MOVE LEGACY-GL-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
           MOVE "OTHER COMPANIES' LINES SKIPPED" TO CK-C-TEXT.
           MOVE OTHER-CO-COUNT TO CK-C-COUNT.
           WRITE CHECKREP-LINE FROM CK-COUNT-LINE.
       EXIT.

       WRITE-GLF-LINE SECTION.
           MOVE GLF-NAME(GLF-SUB) TO CK-G-NAME.
           MOVE GLF-STATE(GLF-SUB) TO CK-G-STATE.
           MOVE GLF-LINE-COUNT(GLF-SUB) TO CK-G-LINES.
           WRITE CHECKREP-LINE FROM CK-GLF-LINE.
           ADD 1 TO GLF-SUB.
       EXIT.

       END PROGRAM RUN-INTEGRITY-CHECK.
