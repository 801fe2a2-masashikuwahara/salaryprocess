                   SELECT PARM-F ASSIGN TO 'parm.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS8.
                   SELECT HOLD-F ASSIGN TO 'holds.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS9.
                   SELECT RATESCHED-F ASSIGN TO 'ratesched.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS10.
       DATA DIVISION.
       FILE SECTION.
      *>  メンテナンス取引ファイル
      *>  TR-TYPE "A"=追加、"C"=変更、"T"=退職（退職区分と退職日を
      *>          設定する。マスタからは削除しない）、
      *>          "H"=支払保留の設定、"R"=支払保留の解除
      *>  TR-COMPANY 所属会社コード（追加で空白なら自社、変更で
      *>  空白なら今の所属のまま）
       FD TRANS-F.
       01 TRANS.
           03 TR-TYPE PIC X(1).
           03 TR-BRANCH-CODE PIC X(3).
           03 TR-ACCOUNT-NO PIC X(7).
           03 TR-PAY-METHOD PIC X(1).
           03 TR-COMPANY PIC X(2).
       01 TRANS-LINE REDEFINES TRANS PIC X(83).
      *>  支払保留の設定・解除の取引（従業員番号の後ろに理由
      *>  コードと担当者を置く。解除では担当者は解除した人）
       01 TRANS-HOLD.
           03 FILLER PIC X(7).
           03 TRH-REASON PIC X(2).
           03 TRH-BY PIC X(8).
           03 FILLER PIC X(66).
      *>  退職の取引（退職日は入社日と同じ位置に置く）
       01 TRANS-TERM.
           03 FILLER PIC X(8).
           03 TRT-LEAVE-DATE PIC 9(8).
           03 FILLER PIC X(67).
      *>  従業員マスタ（索引編成。キーは従業員番号。取引は
      *>  テーブルに読み上げず、キー指定のREAD/WRITE/REWRITE/
      *>  DELETEで直接マスタに適用する）
      *>  EM-TERM-FLAG "T"=退職済み（空白=在職）。退職者は
      *>  保存期間を過ぎるまで削除処理に回さずマスタに残す。
      *>  EM-COMPANY 所属会社コード（会社ごとに支給を実行する）
       FD EMPMAST-F.
       01 EMPMAST-REC.
           03 EM-EMP-ID PIC 9(6).
           03 EM-DATE PIC 9(8).
           03 EM-SALARY PIC 9(6).
           03 EM-DEPT PIC X(4).
           03 EM-TERM-FLAG PIC X(1).
           03 EM-LEAVE-DATE PIC 9(8).
           03 EM-COMPANY PIC X(2).
      *>  個人データマスタ（索引編成。キーは個人番号）
       FD PIIMAST-F.
       01 PIIMAST-REC.
           03 PM-BRANCH PIC X(3).
           03 PM-ACCOUNT PIC X(7).
           03 PM-METHOD PIC X(1).
           03 PM-COMPANY PIC X(2).
      *>  監査証跡ファイル（取引の適用前・適用後のイメージを残す。
      *>  支払保留の取引は従業員マスタの欄に保留ファイルの
      *>  レコードのイメージを入れ、個人データの欄は空白にする）
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
      *>  却下取引ファイル（理由を添えて返却し、修正・再投入する）
       FD TERR-F.
       01 TERR-REC.
           03 TERR-REASON PIC X(30).
           03 TERR-LINE PIC X(83).
      *>  パラメタファイル（会社ごとに1行。会社コードが空白の行は
      *>  自社の行として扱う）
       FD PARM-F.
       01 PARM-REC.
           03 PARM-ANNI-YY PIC 9(4).
           03 PARM-VALID-YY-FROM PIC 9(4).
           03 PARM-VALID-YY-TO PIC 9(4).
           03 PARM-VAR-PCT PIC 9(3).
           03 FILLER PIC X(1).
           03 PARM-COMPANY PIC X(2).
      *>  支払保留ファイル（保留中の従業員だけが1行ずつ載る。
      *>  解除された従業員の行は取り除き、その保留中の支給は
      *>  保留解除処理が支払う）
       FD HOLD-F.
       01 HOLD-REC.
           03 HOLD-EMP-ID PIC 9(6).
           03 HOLD-REASON PIC X(2).
           03 HOLD-PLACED-BY PIC X(8).
           03 HOLD-PLACED-DATE PIC 9(8).
      *>  支給係数表（バッチ本体と同じファイル。ここでは取引の
      *>  ステータスに係数が設定されているかの検査だけに使う）
      *>  （会社コードが空白の行は自社の係数）
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
       WORKING-STORAGE SECTION.
       01 F-STATUS PIC XX.
       01 F-STATUS2 PIC XX.
       01 F-STATUS6 PIC XX.
       01 F-STATUS7 PIC XX.
       01 F-STATUS8 PIC XX.
       01 F-STATUS9 PIC XX.
       01 F-STATUS10 PIC XX.
       01 RUN-DATE PIC 9(8).
      *>  この実行の実行ID（プログラム記号＋実行日＋実行時刻）。
      *>  書き出す監査証跡の各行に付け、実行内の連番を振る
       01 RUN-ID.
           03 RUN-ID-PGM PIC X(2) VALUE "EM".
           03 RUN-ID-DATE PIC 9(8) VALUE ZERO.
           03 RUN-ID-TIME PIC 9(8) VALUE ZERO.
       01 AUDIT-SEQ PIC 9(6) VALUE ZERO.
       01 EOF-TRANS PIC X VALUE "N".
       01 TRANS-OK PIC X VALUE "N".
       01 VALID-YY-FROM PIC 9(4) VALUE 1993.
       01 PIIM-FOUND PIC X VALUE "N".
       01 ACCEPT-COUNT PIC 9(6) VALUE ZERO.
       01 REJECT-COUNT PIC 9(6) VALUE ZERO.
      *>  支払保留ファイルをまるごと載せる作業テーブル
      *>  HOLDT-ACTIVE "Y"=保留中、"N"=今回解除（書き戻さない）
       01 HOLD-TABLE.
           03 HOLD-ENTRY OCCURS 2000 TIMES.
               05 HOLDT-EMP-ID PIC 9(6).
               05 HOLDT-REASON PIC X(2).
               05 HOLDT-BY PIC X(8).
               05 HOLDT-DATE PIC 9(8).
               05 HOLDT-ACTIVE PIC X(1).
       01 HOLD-MAX PIC 9(4) VALUE 2000.
       01 HOLD-COUNT PIC 9(4) VALUE ZERO.
       01 HOLD-SUB PIC 9(4) VALUE ZERO.
       01 HOLD-FOUND PIC X VALUE "N".
       01 HOLD-CHANGED PIC X VALUE "N".
       01 EOF-HOLD PIC X VALUE "N".
      *>  会社テーブル（パラメタファイルに行のある会社と、その
      *>  会社の入社日有効範囲）。パラメタファイルが無ければ自社
      *>  だけを既定の範囲で載せる
       01 CO-TABLE.
           03 CO-ENTRY OCCURS 20 TIMES.
               05 CO-CODE-TAB PIC X(2).
               05 CO-VALID-FROM-TAB PIC 9(4).
               05 CO-VALID-TO-TAB PIC 9(4).
       01 CO-MAX PIC 9(4) VALUE 20.
       01 CO-COUNT PIC 9(4) VALUE ZERO.
       01 CO-SUB PIC 9(4) VALUE ZERO.
       01 CO-FOUND PIC X VALUE "N".
       01 CO-KEY PIC X(2) VALUE SPACE.
       01 EOF-PARM PIC X VALUE "N".
       01 HOME-COMPANY PIC X(2) VALUE "01".
      *>  取引の従業員の所属会社（検査で決めてマスタに書く）
       01 TRANS-COMPANY PIC X(2) VALUE SPACE.
      *>  支給係数表に係数のある会社とステータスの組
      *>  （効力発生年月・勤続月数の区分は問わず1組1行）
       01 RATE-TABLE.
           03 RATE-ENTRY OCCURS 200 TIMES.
               05 RATE-CO-TAB PIC X(2).
               05 RATE-STATUS-TAB PIC 9(1).
       01 RATE-MAX PIC 9(4) VALUE 200.
       01 RATE-COUNT PIC 9(4) VALUE ZERO.
       01 RATE-SUB PIC 9(4) VALUE ZERO.
       01 RATE-FOUND PIC X VALUE "N".
       01 RATE-CO-FOUND PIC X VALUE "N".
       01 RATE-KEY-CO PIC X(2) VALUE SPACE.
       01 RATE-KEY-STATUS PIC 9(1) VALUE ZERO.
       01 STATUS-OK PIC X VALUE "N".
       01 EOF-RATESCHED PIC X VALUE "N".
      *>  保留ファイルのレコードの編集領域（書き戻しと監査証跡の
      *>  イメージに使う）
       01 HOLD-IMAGE.
           03 HI-EMP-ID PIC 9(6).
           03 HI-REASON PIC X(2).
           03 HI-BY PIC X(8).
           03 HI-DATE PIC 9(8).
       PROCEDURE DIVISION.
      *----------<メインルーチン>----------
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-ID-TIME FROM TIME.
           MOVE RUN-DATE TO RUN-ID-DATE.
           OPEN INPUT TRANS-F.
           IF F-STATUS NOT = "00"
               DISPLAY "TRANS FILE NOT FOUND - NOTHING TO DO."
           END-IF.
           OPEN OUTPUT TERR-F.
           PERFORM READ-PARM.
           PERFORM LOAD-RATESCHED.
           PERFORM LOAD-HOLDS.
           PERFORM TRANS-LOOP UNTIL EOF-TRANS = "Y".
      *>  支払保留の設定・解除があった場合だけ保留ファイルを
      *>  書き戻す
           IF HOLD-CHANGED = "Y"
               PERFORM WRITE-HOLDS
           END-IF.
           DISPLAY "TRANSACTIONS ACCEPTED: " ACCEPT-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECT-COUNT.
           CLOSE TRANS-F.
           CLOSE TERR-F.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  会社ごとの入社日有効範囲をパラメタファイルから読み込む
      *>  （バッチ本体と同じ判定規則で取引を検査するため）
       READ-PARM SECTION.
           OPEN INPUT PARM-F.
           IF F-STATUS8 NOT = "00"
               DISPLAY "PARM FILE NOT FOUND - USING DEFAULT VALUES."
           ELSE
               PERFORM READ-PARM-LINE UNTIL EOF-PARM = "Y"
               CLOSE PARM-F
           END-IF.
           IF CO-COUNT = ZERO
               DISPLAY "PARM FILE EMPTY - USING DEFAULT VALUES."
               MOVE 1 TO CO-COUNT
               MOVE HOME-COMPANY TO CO-CODE-TAB(1)
               MOVE VALID-YY-FROM TO CO-VALID-FROM-TAB(1)
               MOVE VALID-YY-TO TO CO-VALID-TO-TAB(1)
           END-IF.
       EXIT.

      *>  パラメタファイルの1行分を会社テーブルに載せる
       READ-PARM-LINE SECTION.
           READ PARM-F
               AT END
                   MOVE "Y" TO EOF-PARM
               NOT AT END
                   IF PARM-COMPANY = SPACE
                       MOVE HOME-COMPANY TO CO-KEY
                   ELSE
                       MOVE PARM-COMPANY TO CO-KEY
                   END-IF
                   PERFORM CO-FIND
                   IF CO-FOUND = "Y"
                       DISPLAY "PARM LINE FOR COMPANY " CO-KEY
                           " DUPLICATED - OMITTED"
                   ELSE
                       IF CO-COUNT < CO-MAX
                           ADD 1 TO CO-COUNT
                           MOVE CO-KEY TO CO-CODE-TAB(CO-COUNT)
                           MOVE PARM-VALID-YY-FROM
                               TO CO-VALID-FROM-TAB(CO-COUNT)
                           MOVE PARM-VALID-YY-TO
                               TO CO-VALID-TO-TAB(CO-COUNT)
                       ELSE
                           DISPLAY "COMPANY TABLE FULL - "
                               CO-KEY " OMITTED"
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  会社テーブルからCO-KEYの会社を探す
       CO-FIND SECTION.
           MOVE 1 TO CO-SUB.
           MOVE "N" TO CO-FOUND.
           PERFORM CO-SEARCH
               UNTIL CO-SUB > CO-COUNT OR CO-FOUND = "Y".
       EXIT.

       CO-SEARCH SECTION.
           IF CO-CODE-TAB(CO-SUB) = CO-KEY
               MOVE "Y" TO CO-FOUND
           ELSE
               ADD 1 TO CO-SUB
           END-IF.
       EXIT.

      *>  取引の従業員の所属会社を決め、その会社の入社日有効
      *>  範囲を検査に使う。会社コードが空白の追加は自社、空白の
      *>  変更は従業員マスタの今の所属（マスタに無ければ自社）
       SET-TRANS-COMPANY SECTION.
           IF TR-COMPANY NOT = SPACE
               MOVE TR-COMPANY TO TRANS-COMPANY
           ELSE
               MOVE HOME-COMPANY TO TRANS-COMPANY
               IF TR-TYPE = "C"
                   PERFORM EMPM-READ
                   IF EMPM-FOUND = "Y" AND EM-COMPANY NOT = SPACE
                       MOVE EM-COMPANY TO TRANS-COMPANY
                   END-IF
               END-IF
           END-IF.
           MOVE TRANS-COMPANY TO CO-KEY.
           PERFORM CO-FIND.
           IF CO-FOUND = "Y"
               MOVE CO-VALID-FROM-TAB(CO-SUB) TO VALID-YY-FROM
               MOVE CO-VALID-TO-TAB(CO-SUB) TO VALID-YY-TO
           END-IF.
       EXIT.

      *>  支給係数表から係数のある会社とステータスの組を読み込む
      *>  （ファイルが無ければどの会社も既定のステータス0と1）
       LOAD-RATESCHED SECTION.
           OPEN INPUT RATESCHED-F.
           IF F-STATUS10 NOT = "00"
               DISPLAY "RATE SCHEDULE NOT FOUND - USING DEFAULT VALUES."
           ELSE
               PERFORM LOAD-RATESCHED-LINE UNTIL EOF-RATESCHED = "Y"
               CLOSE RATESCHED-F
           END-IF.
       EXIT.

      *>  支給係数表の1行分。バッチ本体が読み飛ばす行（数字で
      *>  ない行、月の誤り、月数の区分の逆転）は使わない
       LOAD-RATESCHED-LINE SECTION.
           READ RATESCHED-F
               AT END
                   MOVE "Y" TO EOF-RATESCHED
               NOT AT END
                   IF RS-BODY IS NOT NUMERIC
                       OR RS-EFF-MM < 01 OR RS-EFF-MM > 12
                       OR RS-MONTHS-FROM > RS-MONTHS-TO
                       CONTINUE
                   ELSE
                       IF RS-COMPANY = SPACE
                           MOVE HOME-COMPANY TO RATE-KEY-CO
                       ELSE
                           MOVE RS-COMPANY TO RATE-KEY-CO
                       END-IF
                       MOVE RS-STATUS TO RATE-KEY-STATUS
                       PERFORM RATE-FIND
                       IF RATE-FOUND = "N"
                           IF RATE-COUNT < RATE-MAX
                               ADD 1 TO RATE-COUNT
                               MOVE RATE-KEY-CO
                                   TO RATE-CO-TAB(RATE-COUNT)
                               MOVE RATE-KEY-STATUS
                                   TO RATE-STATUS-TAB(RATE-COUNT)
                           ELSE
                               DISPLAY "RATE TABLE FULL - ENTRY OMITTED"
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  係数の組のテーブルからRATE-KEY-COとRATE-KEY-STATUSの組を
      *>  探す。RATE-CO-FOUNDはその会社の組が1つでもあれば"Y"
       RATE-FIND SECTION.
           MOVE 1 TO RATE-SUB.
           MOVE "N" TO RATE-FOUND.
           MOVE "N" TO RATE-CO-FOUND.
           PERFORM RATE-SEARCH
               UNTIL RATE-SUB > RATE-COUNT OR RATE-FOUND = "Y".
       EXIT.

       RATE-SEARCH SECTION.
           IF RATE-CO-TAB(RATE-SUB) = RATE-KEY-CO
               MOVE "Y" TO RATE-CO-FOUND
               IF RATE-STATUS-TAB(RATE-SUB) = RATE-KEY-STATUS
                   MOVE "Y" TO RATE-FOUND
               END-IF
           END-IF.
           IF RATE-FOUND = "N"
               ADD 1 TO RATE-SUB
           END-IF.
       EXIT.

      *>  支払保留ファイルを作業テーブルに読み込む（無ければ
      *>  保留中の従業員なしとして始める）
       LOAD-HOLDS SECTION.
           OPEN INPUT HOLD-F.
           IF F-STATUS9 NOT = "00"
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
                       MOVE HOLD-REASON TO HOLDT-REASON(HOLD-COUNT)
                       MOVE HOLD-PLACED-BY TO HOLDT-BY(HOLD-COUNT)
                       MOVE HOLD-PLACED-DATE TO HOLDT-DATE(HOLD-COUNT)
                       MOVE "Y" TO HOLDT-ACTIVE(HOLD-COUNT)
                   ELSE
                       DISPLAY "HOLD TABLE FULL - ABORT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       EXIT.

      *>  保留中の従業員だけを支払保留ファイルに書き戻す
       WRITE-HOLDS SECTION.
           OPEN OUTPUT HOLD-F.
           IF F-STATUS9 NOT = "00"
               DISPLAY "OPEN ERROR holds.txt " F-STATUS9
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO HOLD-SUB.
           PERFORM WRITE-HOLD-LINE UNTIL HOLD-SUB > HOLD-COUNT.
           CLOSE HOLD-F.
       EXIT.

       WRITE-HOLD-LINE SECTION.
           IF HOLDT-ACTIVE(HOLD-SUB) = "Y"
               PERFORM BUILD-HOLD-RECORD
               WRITE HOLD-REC FROM HOLD-IMAGE
           END-IF.
           ADD 1 TO HOLD-SUB.
       EXIT.

      *>  作業テーブルから取引の従業員の保留中の行を探す
       HOLD-FIND SECTION.
           MOVE 1 TO HOLD-SUB.
           MOVE "N" TO HOLD-FOUND.
           PERFORM HOLD-SEARCH
               UNTIL HOLD-SUB > HOLD-COUNT OR HOLD-FOUND = "Y".
       EXIT.

       HOLD-SEARCH SECTION.
           IF HOLDT-EMP-ID(HOLD-SUB) = TR-EMP-ID
               AND HOLDT-ACTIVE(HOLD-SUB) = "Y"
               MOVE "Y" TO HOLD-FOUND
           ELSE
               ADD 1 TO HOLD-SUB
           END-IF.
       EXIT.

       EXIT.

      *>  取引1件分の検査と適用。検査はバッチ本体と同じ規則
      *>  （NUMERIC、基本給>0、ステータスに支給係数表の係数が
      *>  あること、入社日妥当性、キー重複）で行い、不合格の取引は
      *>  マスタに触れる前に却下ファイルへ理由付きで返却する
       APPLY-TRANS SECTION.
           MOVE "Y" TO TRANS-OK.
           PERFORM VALIDATE-TRANS.
                   IF TR-TYPE = "C"
                       PERFORM APPLY-CHANGE
                   ELSE
                       IF TR-TYPE = "T"
                           PERFORM APPLY-TERMINATE
                       ELSE
                           IF TR-TYPE = "H"
                               PERFORM APPLY-HOLD
                           ELSE
                               PERFORM APPLY-RELEASE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
      *>  却下ファイルに書き出す
       VALIDATE-TRANS SECTION.
           IF TR-TYPE NOT = "A" AND TR-TYPE NOT = "C"
               AND TR-TYPE NOT = "T" AND TR-TYPE NOT = "H"
               AND TR-TYPE NOT = "R"
               MOVE "TRANS TYPE ERROR!" TO TERR-REASON
               PERFORM WRITE-TRANS-ERROR
           ELSE
           END-IF.
       EXIT.

      *>  追加・変更の取引は置き換える項目の内容と所属会社も
      *>  検査する。
      *>  退職の取引はキーと退職日を検査する。
      *>  支払保留の取引は専用の検査に回す
       VALIDATE-TRANS-DETAIL SECTION.
           IF TR-TYPE = "T"
               PERFORM VALIDATE-TERM-TRANS
           ELSE
               IF TR-TYPE = "H" OR TR-TYPE = "R"
                   PERFORM VALIDATE-HOLD-TRANS
               ELSE
                   IF TR-STATUS IS NOT NUMERIC
                       OR TR-DATE-OF-EMP IS NOT NUMERIC
                       OR TR-SALARY IS NOT NUMERIC
                       MOVE "NUMERIC INPUT ERROR!" TO TERR-REASON
                       PERFORM WRITE-TRANS-ERROR
                   ELSE
                       IF TR-SALARY = ZERO
                           MOVE "BASIC-SALARY INPUT ERROR!"
                               TO TERR-REASON
                           PERFORM WRITE-TRANS-ERROR
                       ELSE
                           PERFORM VALIDATE-TRANS-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.
       EXIT.

      *>  追加・変更の取引の所属会社、ステータス、入社日、支払
      *>  方法、キーを順に検査する。ステータスは所属会社の支給
      *>  係数表に係数のあるものだけを受け付ける（バッチ本体の
      *>  検査と同じ。係数表にその会社の行が無ければ既定の
      *>  ステータス0と1）
       VALIDATE-TRANS-ITEM SECTION.
           PERFORM SET-TRANS-COMPANY.
           IF CO-FOUND = "N"
               MOVE "COMPANY CODE ERROR!" TO TERR-REASON
               PERFORM WRITE-TRANS-ERROR
           ELSE
               PERFORM CHECK-TRANS-STATUS
               IF STATUS-OK = "N"
                   MOVE "EMP-STATUS INPUT ERROR!" TO TERR-REASON
                   PERFORM WRITE-TRANS-ERROR
               ELSE
                   PERFORM CHECK-VALID-DATE
                   IF DATE-OK = "N"
                       MOVE "DATE INPUT ERROR!" TO TERR-REASON
                       PERFORM WRITE-TRANS-ERROR
                   ELSE
                       IF TR-PAY-METHOD NOT = "C"
                           AND TR-PAY-METHOD NOT = "T"
                           MOVE "PAY-METHOD INPUT ERROR!"
                               TO TERR-REASON
                           PERFORM WRITE-TRANS-ERROR
                       ELSE
                           PERFORM VALIDATE-TRANS-KEY
                       END-IF
                   END-IF
               END-IF
           END-IF.
       EXIT.

      *>  取引のステータスが所属会社の支給係数表にあるかを判定する
       CHECK-TRANS-STATUS SECTION.
           MOVE "N" TO STATUS-OK.
           MOVE TRANS-COMPANY TO RATE-KEY-CO.
           MOVE TR-STATUS TO RATE-KEY-STATUS.
           PERFORM RATE-FIND.
           IF RATE-FOUND = "Y"
               MOVE "Y" TO STATUS-OK
           ELSE
               IF RATE-CO-FOUND = "N" AND TR-STATUS <= 1
                   MOVE "Y" TO STATUS-OK
               END-IF
           END-IF.
       EXIT.

      *>  支払保留の取引の検査。設定は理由コードと担当者が必須で、
      *>  従業員マスタに存在し、まだ保留中でないことが条件。
      *>  解除は担当者が必須で、保留中であることが条件（退職者の
      *>  削除でマスタから外れた従業員の保留も解除できるようにする）
       VALIDATE-HOLD-TRANS SECTION.
           PERFORM HOLD-FIND.
           IF TR-TYPE = "H"
               IF TRH-REASON = SPACE
                   MOVE "HOLD REASON INPUT ERROR!" TO TERR-REASON
                   PERFORM WRITE-TRANS-ERROR
               ELSE
                   IF TRH-BY = SPACE
                       MOVE "HOLD PLACED-BY INPUT ERROR!"
                           TO TERR-REASON
                       PERFORM WRITE-TRANS-ERROR
                   ELSE
                       PERFORM EMPM-READ
                       IF EMPM-FOUND = "N"
                           MOVE "EMP-ID NOT FOUND ERROR!"
                               TO TERR-REASON
                           PERFORM WRITE-TRANS-ERROR
                       ELSE
                           IF HOLD-FOUND = "Y"
                               MOVE "ALREADY ON HOLD ERROR!"
                                   TO TERR-REASON
                               PERFORM WRITE-TRANS-ERROR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF TRH-BY = SPACE
                   MOVE "HOLD RELEASED-BY INPUT ERROR!" TO TERR-REASON
                   PERFORM WRITE-TRANS-ERROR
               ELSE
                   IF HOLD-FOUND = "N"
                       MOVE "NO HOLD ON FILE ERROR!" TO TERR-REASON
                       PERFORM WRITE-TRANS-ERROR
                   END-IF
               END-IF
           END-IF.
       EXIT.

      *>  退職の取引の検査。従業員マスタに存在し、まだ退職済みで
      *>  ないこと、退職日が暦の上で正しく入社日より前でないことが
      *>  条件（年の範囲は入社日の検査と違い制限しない）
       VALIDATE-TERM-TRANS SECTION.
           PERFORM VALIDATE-TRANS-KEY.
           IF TRANS-OK = "Y"
               IF EM-TERM-FLAG = "T"
                   MOVE "ALREADY TERMINATED ERROR!" TO TERR-REASON
                   PERFORM WRITE-TRANS-ERROR
               ELSE
                   PERFORM CHECK-LEAVE-DATE
                   IF DATE-OK = "N"
                       MOVE "LEAVE DATE INPUT ERROR!" TO TERR-REASON
                       PERFORM WRITE-TRANS-ERROR
                   END-IF
               END-IF
           END-IF.
       EXIT.

           MOVE TR-DATE-OF-EMP TO EM-DATE.
           MOVE TR-SALARY TO EM-SALARY.
           MOVE TR-DEPT TO EM-DEPT.
           MOVE TRANS-COMPANY TO EM-COMPANY.
       EXIT.

      *>  取引の内容から個人データマスタのレコードを編集する
           MOVE TR-BRANCH-CODE TO PM-BRANCH.
           MOVE TR-ACCOUNT-NO TO PM-ACCOUNT.
           MOVE TR-PAY-METHOD TO PM-METHOD.
           MOVE TRANS-COMPANY TO PM-COMPANY.
       EXIT.

      *>  追加取引の適用。両マスタに新しいレコードを書き込む
           MOVE SPACE TO AUD-BEFORE-EMP.
           MOVE SPACE TO AUD-BEFORE-PII.
           PERFORM BUILD-EMP-RECORD.
           MOVE SPACE TO EM-TERM-FLAG.
           MOVE ZERO TO EM-LEAVE-DATE.
           WRITE EMPMAST-REC
               INVALID KEY
                   PERFORM ABORT-MASTER-IO
                   PERFORM ABORT-MASTER-IO
           END-WRITE.
           MOVE PIIMAST-REC TO AUD-AFTER-PII.
           PERFORM WRITE-AUDIT-LINE.
       EXIT.

      *>  変更取引の適用。従業員マスタの項目を置き換え、個人
               END-WRITE
           END-IF.
           MOVE PIIMAST-REC TO AUD-AFTER-PII.
           PERFORM WRITE-AUDIT-LINE.
       EXIT.

      *>  退職取引の適用。従業員マスタに退職区分と退職日を設定
      *>  する。最終の支給・年間支払明細・差額精算で氏名や口座が
      *>  要るため、両マスタとも削除しない（削除は退職者削除処理
      *>  が保存期間の経過後に行う）
       APPLY-TERMINATE SECTION.
           PERFORM BUILD-AUDIT-HEADER.
           PERFORM EMPM-READ.
           MOVE EMPMAST-REC TO AUD-BEFORE-EMP.
           MOVE "T" TO EM-TERM-FLAG.
           MOVE TRT-LEAVE-DATE TO EM-LEAVE-DATE.
           REWRITE EMPMAST-REC
               INVALID KEY
                   PERFORM ABORT-MASTER-IO
           END-REWRITE.
           MOVE EMPMAST-REC TO AUD-AFTER-EMP.
           PERFORM PIIM-READ.
           IF PIIM-FOUND = "Y"
               MOVE PIIMAST-REC TO AUD-BEFORE-PII
               MOVE PIIMAST-REC TO AUD-AFTER-PII
           ELSE
               MOVE SPACE TO AUD-BEFORE-PII
               MOVE SPACE TO AUD-AFTER-PII
           END-IF.
           PERFORM WRITE-AUDIT-LINE.
       EXIT.

      *>  支払保留の設定の適用。保留ファイルの作業テーブルに
      *>  1行加え、監査証跡には適用後のイメージとして保留の
      *>  レコードを残す
       APPLY-HOLD SECTION.
           IF HOLD-COUNT >= HOLD-MAX
               DISPLAY "HOLD TABLE FULL - ABORT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BUILD-AUDIT-HEADER.
           ADD 1 TO HOLD-COUNT.
           MOVE TR-EMP-ID TO HOLDT-EMP-ID(HOLD-COUNT).
           MOVE TRH-REASON TO HOLDT-REASON(HOLD-COUNT).
           MOVE TRH-BY TO HOLDT-BY(HOLD-COUNT).
           MOVE RUN-DATE TO HOLDT-DATE(HOLD-COUNT).
           MOVE "Y" TO HOLDT-ACTIVE(HOLD-COUNT).
           MOVE "Y" TO HOLD-CHANGED.
           MOVE SPACE TO AUD-BEFORE-EMP.
           MOVE SPACE TO AUD-BEFORE-PII.
           MOVE HOLD-COUNT TO HOLD-SUB.
           PERFORM BUILD-HOLD-RECORD.
           MOVE HOLD-IMAGE TO AUD-AFTER-EMP.
           MOVE SPACE TO AUD-AFTER-PII.
           PERFORM WRITE-AUDIT-LINE.
       EXIT.

      *>  支払保留の解除の適用。保留ファイルの作業テーブルの
      *>  行を解除済みにし、監査証跡には適用前のイメージとして
      *>  保留のレコードを、適用後のイメージには解除した担当者を
      *>  残す（保留中の支給は保留解除処理が支払う）
       APPLY-RELEASE SECTION.
           PERFORM BUILD-AUDIT-HEADER.
           PERFORM HOLD-FIND.
           PERFORM BUILD-HOLD-RECORD.
           MOVE HOLD-IMAGE TO AUD-BEFORE-EMP.
           MOVE SPACE TO AUD-BEFORE-PII.
           MOVE "N" TO HOLDT-ACTIVE(HOLD-SUB).
           MOVE "Y" TO HOLD-CHANGED.
           MOVE TR-EMP-ID TO HI-EMP-ID.
           MOVE SPACE TO HI-REASON.
           MOVE TRH-BY TO HI-BY.
           MOVE RUN-DATE TO HI-DATE.
           MOVE HOLD-IMAGE TO AUD-AFTER-EMP.
           MOVE SPACE TO AUD-AFTER-PII.
           PERFORM WRITE-AUDIT-LINE.
       EXIT.

      *>  作業テーブルの1行から保留ファイルのレコードを編集する
       BUILD-HOLD-RECORD SECTION.
           MOVE HOLDT-EMP-ID(HOLD-SUB) TO HI-EMP-ID.
           MOVE HOLDT-REASON(HOLD-SUB) TO HI-REASON.
           MOVE HOLDT-BY(HOLD-SUB) TO HI-BY.
           MOVE HOLDT-DATE(HOLD-SUB) TO HI-DATE.
       EXIT.

      *>  検査済みの取引がマスタ入出力で失敗した場合の異常終了。
           END-IF.
       EXIT.

      *>  退職日（年月日）の妥当性を判定する。退職日は入社日と
      *>  同じ位置にあるため、うるう年と月末の判定をそのまま使う
       CHECK-LEAVE-DATE SECTION.
           MOVE "N" TO DATE-OK.
           IF TRT-LEAVE-DATE IS NUMERIC
              AND (TR-MM>=01) AND (TR-MM<=12)
              AND (TRT-LEAVE-DATE >= EM-DATE)
           THEN
               PERFORM SET-LEAP-FLAG
               PERFORM SET-DAYS-IN-MONTH
               IF (TR-DD>=01) AND (TR-DD<=DAYS-IN-MONTH)
                   MOVE "Y" TO DATE-OK
               END-IF
           END-IF.
       EXIT.

      *>  4年ごと、ただし100で割り切れる年は除く、
      *>  ただし400で割り切れる年はうるう年、の判定
       SET-LEAP-FLAG SECTION.
           END-IF.
       EXIT.

      *>  監査証跡1行に実行ID・実行内の連番を付けて書く
       WRITE-AUDIT-LINE SECTION.
           ADD 1 TO AUDIT-SEQ.
           MOVE RUN-ID TO AUD-RUN-ID.
           MOVE AUDIT-SEQ TO AUD-RUN-SEQ.
           WRITE AUDIT-REC.
       EXIT.

       END PROGRAM EMPLOYEE-MAINTENANCE.
