      ******************************************************************
      * Author:kuwahara
      * Date:October.15.2026
      * Purpose:Purge of leavers past the retention period
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVER-PURGE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT PURGEPARM-F ASSIGN TO 'purgeparm.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT EMPMAST-F ASSIGN TO 'empmast.dat'
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EM-EMP-ID
                       FILE STATUS IS F-STATUS2.
                   SELECT PIIMAST-F ASSIGN TO 'piimast.dat'
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PM-PII-ID
                       FILE STATUS IS F-STATUS3.
                   SELECT HOLD-F ASSIGN TO 'holds.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
                   SELECT AUDIT-F ASSIGN TO 'audit.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
                   SELECT PURGELIST-F ASSIGN TO 'purgelist.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS6.
       DATA DIVISION.
       FILE SECTION.
      *>  退職者削除のパラメタファイル
      *>  PP-RETAIN-MONTHS 退職日から削除できるまでの保存月数
      *>  （最終の記念日支給と差額精算が済むよう12か月未満は
      *>  12か月とみなす）
      *>  PP-MODE "P"=削除する、それ以外=削除対象の一覧だけ作る
       FD PURGEPARM-F.
       01 PURGEPARM-REC.
           03 PP-RETAIN-MONTHS PIC 9(3).
           03 PP-MODE PIC X(1).
      *>  従業員マスタ（索引編成。キーは従業員番号。
      *>  EM-TERM-FLAG "T"=退職済み、EM-LEAVE-DATE=退職日）
       FD EMPMAST-F.
       01 EMPMAST-REC.
           03 EM-EMP-ID PIC 9(6).
           03 EM-STATUS PIC 9(1).
           03 EM-DATE PIC 9(8).
           03 EM-SALARY PIC 9(6).
           03 EM-DEPT PIC X(4).
           03 EM-TERM-FLAG PIC X(1).
           03 EM-LEAVE-DATE.
               05 EM-LEAVE-YY PIC 9(4).
               05 EM-LEAVE-MM PIC 9(2).
               05 EM-LEAVE-DD PIC 9(2).
           03 EM-COMPANY PIC X(2).
      *>  個人データマスタ（索引編成。キーは個人番号）
       FD PIIMAST-F.
       01 PIIMAST-REC.
           03 PM-PII-ID PIC 9(6).
           03 PM-NAME PIC N(20).
           03 PM-BANK PIC X(4).
           03 PM-BRANCH PIC X(3).
           03 PM-ACCOUNT PIC X(7).
           03 PM-METHOD PIC X(1).
           03 PM-COMPANY PIC X(2).
      *>  支払保留ファイル（保留中の従業員は削除しない）
       FD HOLD-F.
       01 HOLD-REC.
           03 HOLD-EMP-ID PIC 9(6).
           03 HOLD-REASON PIC X(2).
           03 HOLD-PLACED-BY PIC X(8).
           03 HOLD-PLACED-DATE PIC 9(8).
      *>  監査証跡ファイル（削除は取引種別"P"で適用前のイメージを
      *>  残し、適用後のイメージは空白にする）
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
      *>  削除一覧（削除した退職者と、保存期間を過ぎても保留中の
      *>  ため残した退職者を載せる）
       FD PURGELIST-F.
       01 PURGELIST-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 F-STATUS PIC XX.
       01 F-STATUS2 PIC XX.
       01 F-STATUS3 PIC XX.
       01 F-STATUS4 PIC XX.
       01 F-STATUS5 PIC XX.
       01 F-STATUS6 PIC XX.
       01 RUN-DATE PIC 9(8).
      *>  この実行の実行ID（プログラム記号＋実行日＋実行時刻）。
      *>  書き出す監査証跡の各行に付け、実行内の連番を振る
       01 RUN-ID.
           03 RUN-ID-PGM PIC X(2) VALUE "LP".
           03 RUN-ID-DATE PIC 9(8) VALUE ZERO.
           03 RUN-ID-TIME PIC 9(8) VALUE ZERO.
       01 AUDIT-SEQ PIC 9(6) VALUE ZERO.
       01 RETAIN-MONTHS PIC 9(3) VALUE 084.
       01 RETAIN-MIN PIC 9(3) VALUE 012.
       01 PURGE-MODE PIC X VALUE "L".
       01 EOF-EMPMAST PIC X VALUE "N".
       01 EOF-HOLD PIC X VALUE "N".
       01 PIIM-FOUND PIC X VALUE "N".
       01 RUN-RC PIC 9(2) VALUE ZERO.
      *>  保存期限の計算（退職日の年月に保存月数を足した年月の
      *>  退職日と同じ日。実行日がその日以降なら削除の対象）
       01 DUE-MONTHS-W PIC 9(6) VALUE ZERO.
       01 DUE-YY-W PIC 9(4) VALUE ZERO.
       01 DUE-MM-W PIC 9(2) VALUE ZERO.
       01 DUE-DATE-W PIC 9(8) VALUE ZERO.
      *>  支払保留ファイルをまるごと載せる作業テーブル
       01 HOLD-TABLE.
           03 HOLD-ENTRY OCCURS 2000 TIMES.
               05 HOLDT-EMP-ID PIC 9(6).
       01 HOLD-MAX PIC 9(4) VALUE 2000.
       01 HOLD-COUNT PIC 9(4) VALUE ZERO.
       01 HOLD-SUB PIC 9(4) VALUE ZERO.
       01 HOLD-FOUND PIC X VALUE "N".
       01 EMP-READ-COUNT PIC 9(6) VALUE ZERO.
       01 LEAVER-COUNT PIC 9(6) VALUE ZERO.
       01 RETAINED-COUNT PIC 9(6) VALUE ZERO.
       01 DUE-COUNT PIC 9(6) VALUE ZERO.
       01 PURGED-COUNT PIC 9(6) VALUE ZERO.
       01 HOLD-KEPT-COUNT PIC 9(6) VALUE ZERO.
      *>  削除一覧の様式
       01 PL-HEAD-LINE.
           03 FILLER PIC X(26) VALUE "LEAVER PURGE LIST - RUN   ".
           03 PL-H-RUN-DATE PIC 9(8).
           03 FILLER PIC X(13) VALUE "  RETENTION  ".
           03 PL-H-RETAIN PIC ZZ9.
           03 FILLER PIC X(9) VALUE " MONTHS  ".
           03 PL-H-MODE PIC X(10).
       01 PL-RULE-LINE PIC X(72) VALUE ALL "-".
       01 PL-COLUMN-LINE.
           03 FILLER PIC X(36)
               VALUE "EMP-ID  LEAVE DATE  PURGE DUE  ".
           03 FILLER PIC X(20) VALUE "ACTION".
       01 PL-DETAIL-LINE.
           03 PL-D-EMP-ID PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACE.
           03 PL-D-LEAVE-DATE PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACE.
           03 PL-D-DUE-DATE PIC 9(8).
           03 FILLER PIC X(3) VALUE SPACE.
           03 PL-D-ACTION PIC X(30).
       01 PL-COUNT-LINE.
           03 PL-C-TEXT PIC X(30).
           03 PL-C-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *----------<メインルーチン>----------
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-ID-TIME FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           PERFORM READ-PURGE-PARM.
           OPEN I-O EMPMAST-F.
           IF F-STATUS2 NOT = "00"
               DISPLAY "OPEN ERROR empmast.dat " F-STATUS2
               DISPLAY "RUN MASTER-CONVERT LOAD FIRST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PIIMAST-F.
           IF F-STATUS3 NOT = "00"
               DISPLAY "OPEN ERROR piimast.dat " F-STATUS3
               DISPLAY "RUN MASTER-CONVERT LOAD FIRST."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>  監査証跡は洗い替えせず追記していく（過去分照会用）
           OPEN EXTEND AUDIT-F.
           IF F-STATUS5 = "35"
               OPEN OUTPUT AUDIT-F
           END-IF.
           IF F-STATUS5 NOT = "00"
               DISPLAY "OPEN ERROR audit.txt " F-STATUS5
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PURGELIST-F.
           IF F-STATUS6 NOT = "00"
               DISPLAY "OPEN ERROR purgelist.txt " F-STATUS6
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-HOLDS.
           PERFORM WRITE-LIST-HEADER.
           PERFORM SCAN-EMP-LINE UNTIL EOF-EMPMAST = "Y".
           PERFORM WRITE-LIST-TOTALS.
      *>  保存期間を過ぎても保留中で残した退職者がいれば、
      *>  保留の解除を促すため例外扱いで終わる
           IF HOLD-KEPT-COUNT > ZERO
               MOVE 4 TO RUN-RC
           END-IF.
           DISPLAY "LEAVERS ON FILE:       " LEAVER-COUNT.
           DISPLAY "LEAVERS PAST RETENTION:" DUE-COUNT.
           DISPLAY "LEAVERS PURGED:        " PURGED-COUNT.
           DISPLAY "KEPT - PAYMENT HOLD:   " HOLD-KEPT-COUNT.
           CLOSE EMPMAST-F.
           CLOSE PIIMAST-F.
           CLOSE AUDIT-F.
           CLOSE PURGELIST-F.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  保存月数と実行方法をパラメタファイルから読み込む。
      *>  無ければ既定の保存月数で一覧だけを作る
       READ-PURGE-PARM SECTION.
           OPEN INPUT PURGEPARM-F.
           IF F-STATUS NOT = "00"
               DISPLAY "PURGE PARM NOT FOUND - LIST ONLY, DEFAULT "
                   "RETENTION."
           ELSE
               READ PURGEPARM-F
                   AT END
                       DISPLAY "PURGE PARM EMPTY - LIST ONLY, DEFAULT "
                           "RETENTION."
                   NOT AT END
                       IF PP-RETAIN-MONTHS IS NUMERIC
                           MOVE PP-RETAIN-MONTHS TO RETAIN-MONTHS
                       ELSE
                           DISPLAY "RETENTION INVALID - DEFAULT USED."
                       END-IF
                       IF PP-MODE = "P"
                           MOVE "P" TO PURGE-MODE
                       END-IF
               END-READ
               CLOSE PURGEPARM-F
           END-IF.
           IF RETAIN-MONTHS < RETAIN-MIN
               DISPLAY "RETENTION BELOW MINIMUM - " RETAIN-MIN
                   " MONTHS USED."
               MOVE RETAIN-MIN TO RETAIN-MONTHS
           END-IF.
       EXIT.

      *>  支払保留ファイルを作業テーブルに読み込む（無ければ
      *>  保留中の従業員なしとして始める）
       LOAD-HOLDS SECTION.
           OPEN INPUT HOLD-F.
           IF F-STATUS4 NOT = "00"
               DISPLAY "NO HOLD FILE - NO PAYMENTS ON HOLD."
           ELSE
               PERFORM LOAD-HOLD-LINE UNTIL EOF-HOLD = "Y"
               CLOSE HOLD-F
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
                   ELSE
                       DISPLAY "HOLD TABLE FULL - ABORT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       EXIT.

      *>  作業テーブルから従業員の保留中の行を探す
       HOLD-FIND SECTION.
           MOVE 1 TO HOLD-SUB.
           MOVE "N" TO HOLD-FOUND.
           PERFORM HOLD-SEARCH
               UNTIL HOLD-SUB > HOLD-COUNT OR HOLD-FOUND = "Y".
       EXIT.

       HOLD-SEARCH SECTION.
           IF HOLDT-EMP-ID(HOLD-SUB) = EM-EMP-ID
               MOVE "Y" TO HOLD-FOUND
           ELSE
               ADD 1 TO HOLD-SUB
           END-IF.
       EXIT.

       WRITE-LIST-HEADER SECTION.
           MOVE RUN-DATE TO PL-H-RUN-DATE.
           MOVE RETAIN-MONTHS TO PL-H-RETAIN.
           IF PURGE-MODE = "P"
               MOVE "PURGE" TO PL-H-MODE
           ELSE
               MOVE "LIST ONLY" TO PL-H-MODE
           END-IF.
           WRITE PURGELIST-LINE FROM PL-HEAD-LINE.
           WRITE PURGELIST-LINE FROM PL-RULE-LINE.
           WRITE PURGELIST-LINE FROM PL-COLUMN-LINE.
       EXIT.

      *>  従業員マスタをキー順に読み、退職者の保存期限を判定する
      *>  （在職者と保存期間中の退職者には触れない）
       SCAN-EMP-LINE SECTION.
           READ EMPMAST-F NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-EMPMAST
               NOT AT END
                   ADD 1 TO EMP-READ-COUNT
                   IF EM-TERM-FLAG = "T"
                       ADD 1 TO LEAVER-COUNT
                       PERFORM JUDGE-LEAVER
                   END-IF
           END-READ.
       EXIT.

      *>  退職者1名分の判定。退職日が不正なものは削除せず一覧に
      *>  載せて確認を促す。一覧の項目は削除でレコード領域が
      *>  変わる前に控えておく
       JUDGE-LEAVER SECTION.
           MOVE EM-EMP-ID TO PL-D-EMP-ID.
           MOVE EM-LEAVE-DATE TO PL-D-LEAVE-DATE.
           IF EM-LEAVE-DATE IS NOT NUMERIC
               OR EM-LEAVE-MM < 01 OR EM-LEAVE-MM > 12
               MOVE ZERO TO DUE-DATE-W
               MOVE "KEPT - LEAVE DATE INVALID" TO PL-D-ACTION
               PERFORM WRITE-LIST-DETAIL
               MOVE 4 TO RUN-RC
           ELSE
               PERFORM SET-DUE-DATE
               IF RUN-DATE < DUE-DATE-W
                   ADD 1 TO RETAINED-COUNT
               ELSE
                   ADD 1 TO DUE-COUNT
                   PERFORM HOLD-FIND
                   IF HOLD-FOUND = "Y"
                       ADD 1 TO HOLD-KEPT-COUNT
                       MOVE "KEPT - PAYMENT HOLD" TO PL-D-ACTION
                   ELSE
                       IF PURGE-MODE = "P"
                           PERFORM PURGE-LEAVER
                           MOVE "PURGED" TO PL-D-ACTION
                       ELSE
                           MOVE "DUE FOR PURGE" TO PL-D-ACTION
                       END-IF
                   END-IF
                   PERFORM WRITE-LIST-DETAIL
               END-IF
           END-IF.
       EXIT.

      *>  退職日の年月に保存月数を足して保存期限の日付を求める
       SET-DUE-DATE SECTION.
           COMPUTE DUE-MONTHS-W = EM-LEAVE-YY * 12 + EM-LEAVE-MM - 1
               + RETAIN-MONTHS.
           DIVIDE 12 INTO DUE-MONTHS-W GIVING DUE-YY-W
               REMAINDER DUE-MM-W.
           ADD 1 TO DUE-MM-W.
           COMPUTE DUE-DATE-W = DUE-YY-W * 10000 + DUE-MM-W * 100
               + EM-LEAVE-DD.
       EXIT.

      *>  退職者を両マスタから削除し、監査証跡に適用前の
      *>  イメージを残す
       PURGE-LEAVER SECTION.
           INITIALIZE AUDIT-REC.
           MOVE RUN-DATE TO AUD-DATE.
           MOVE "P" TO AUD-TYPE.
           MOVE EM-EMP-ID TO AUD-EMP-ID.
           MOVE EMPMAST-REC TO AUD-BEFORE-EMP.
           MOVE EM-EMP-ID TO PM-PII-ID.
           READ PIIMAST-F
               INVALID KEY
                   MOVE "N" TO PIIM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO PIIM-FOUND
           END-READ.
           IF PIIM-FOUND = "Y"
               MOVE PIIMAST-REC TO AUD-BEFORE-PII
               DELETE PIIMAST-F RECORD
                   INVALID KEY
                       PERFORM ABORT-MASTER-IO
               END-DELETE
           ELSE
               MOVE SPACE TO AUD-BEFORE-PII
           END-IF.
           DELETE EMPMAST-F RECORD
               INVALID KEY
                   PERFORM ABORT-MASTER-IO
           END-DELETE.
           MOVE SPACE TO AUD-AFTER-EMP.
           MOVE SPACE TO AUD-AFTER-PII.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO PURGED-COUNT.
       EXIT.

       WRITE-LIST-DETAIL SECTION.
           MOVE DUE-DATE-W TO PL-D-DUE-DATE.
           WRITE PURGELIST-LINE FROM PL-DETAIL-LINE.
       EXIT.

       WRITE-LIST-TOTALS SECTION.
           WRITE PURGELIST-LINE FROM PL-RULE-LINE.
           MOVE "EMPLOYEES READ" TO PL-C-TEXT.
           MOVE EMP-READ-COUNT TO PL-C-COUNT.
           WRITE PURGELIST-LINE FROM PL-COUNT-LINE.
           MOVE "LEAVERS ON FILE" TO PL-C-TEXT.
           MOVE LEAVER-COUNT TO PL-C-COUNT.
           WRITE PURGELIST-LINE FROM PL-COUNT-LINE.
           MOVE "WITHIN RETENTION" TO PL-C-TEXT.
           MOVE RETAINED-COUNT TO PL-C-COUNT.
           WRITE PURGELIST-LINE FROM PL-COUNT-LINE.
           MOVE "PAST RETENTION" TO PL-C-TEXT.
           MOVE DUE-COUNT TO PL-C-COUNT.
           WRITE PURGELIST-LINE FROM PL-COUNT-LINE.
           MOVE "PURGED" TO PL-C-TEXT.
           MOVE PURGED-COUNT TO PL-C-COUNT.
           WRITE PURGELIST-LINE FROM PL-COUNT-LINE.
           MOVE "KEPT - PAYMENT HOLD" TO PL-C-TEXT.
           MOVE HOLD-KEPT-COUNT TO PL-C-COUNT.
           WRITE PURGELIST-LINE FROM PL-COUNT-LINE.
       EXIT.

      *>  削除の途中でマスタ入出力に失敗した場合の異常終了
       ABORT-MASTER-IO SECTION.
           DISPLAY "MASTER I-O ERROR AT " EM-EMP-ID
               " EMP " F-STATUS2 " PII " F-STATUS3.
           DISPLAY "RUN STOPPED - CHECK MASTER FILES.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       EXIT.

      *>  監査証跡1行に実行ID・実行内の連番を付けて書く
       WRITE-AUDIT-LINE SECTION.
           ADD 1 TO AUDIT-SEQ.
           MOVE RUN-ID TO AUD-RUN-ID.
           MOVE AUDIT-SEQ TO AUD-RUN-SEQ.
           WRITE AUDIT-REC.
       EXIT.

       END PROGRAM LEAVER-PURGE.
