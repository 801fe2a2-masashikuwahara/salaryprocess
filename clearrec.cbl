      ******************************************************************
      * Author:kuwahara
      * Date:October.15.2026
      * Purpose:Month-end payroll clearing account reconciliation
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARING-RECONCILE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT RCPARM-F ASSIGN TO DYNAMIC RCPARM-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS.
                   SELECT CLEARBAL-F ASSIGN TO DYNAMIC CLEARBAL-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS2.
                   SELECT GLPOST-F ASSIGN TO DYNAMIC GL-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS3.
                   SELECT SETTLE-F ASSIGN TO DYNAMIC SETTLE-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS4.
                   SELECT RETLOG-F ASSIGN TO DYNAMIC RETLOG-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS5.
                   SELECT REISSUE-F ASSIGN TO 'reissue.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS6.
                   SELECT UNCLAIMED-F ASSIGN TO DYNAMIC UNCLAIMED-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS7.
                   SELECT LEDGER-F ASSIGN TO 'ledger.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS8.
                   SELECT BANK-F ASSIGN TO DYNAMIC BANK-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS9.
                   SELECT PAYMENT-F ASSIGN TO DYNAMIC PAYMENT-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS10.
                   SELECT RECONREP-F ASSIGN TO DYNAMIC RECONREP-FNAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS11.
                   SELECT COMPANY-F ASSIGN TO 'company.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS F-STATUS12.
       DATA DIVISION.
       FILE SECTION.
      *>  実行方法のパラメタファイル
      *>  RCP-MODE "C"=月次締め（締め後の残高をclearbal.txtに
      *>  書き、次回の期首残高にする）、それ以外=照合だけ
       FD RCPARM-F.
       01 RCPARM-REC.
           03 RCP-MODE PIC X(1).
      *>  清算勘定の前回締めの残高（1勘定1行。貸借の別と金額、
      *>  締めた日。締めた日より後の仕訳バッチを当期の動きとする）
       FD CLEARBAL-F.
       01 CLEARBAL-REC.
           03 CB-ACCOUNT PIC X(24).
           03 CB-SIDE PIC X(2).
           03 CB-AMOUNT PIC 9(10).
           03 CB-DATE PIC 9(8).
      *>  仕訳連携ファイル（各処理が書き出す。様式は共通）
       FD GLPOST-F.
       01 GLPOST-REC.
           03 GL-TAG PIC X(3).
           03 GL-DATE PIC 9(8).
           03 GL-SIDE PIC X(2).
           03 GL-ACCOUNT PIC X(24).
           03 GL-DEPT PIC X(4).
           03 GL-AMOUNT PIC 9(9).
      *>  決済状況ファイル（決済確認の追記ログ。"S"=決済確認済み、
      *>  "O"=未確認。振込の出どころと振込を作った実行日付き）
       FD SETTLE-F.
       01 SETTLE-REC.
           03 SET-EMP-ID PIC 9(6).
           03 SET-RUN-DATE PIC 9(8).
           03 SET-AMOUNT PIC 9(6).
           03 SET-STATUS PIC X(1).
           03 SET-SOURCE PIC X(1).
           03 SET-PAY-DATE PIC 9(8).
      *>  返戻処理のログ（処理日・従業員番号・金額・理由コード）
       FD RETLOG-F.
       01 RETLOG-REC.
           03 LOG-DATE PIC 9(8).
           03 LOG-EMP-ID PIC 9(6).
           03 LOG-AMOUNT PIC 9(6).
           03 LOG-REASON PIC X(2).
      *>  再支給指示（次回のバッチ本体が取り込むまで残る。全社
      *>  共通のため照合する会社の行だけ見る。旧様式の行は空白＝自社）
       FD REISSUE-F.
       01 REISSUE-REC.
           03 REI-EMP-ID PIC 9(6).
           03 REI-AMOUNT PIC 9(6).
           03 REI-COMPANY PIC X(2).
      *>  未請求現金の登録簿（金庫に残っている封筒）
       FD UNCLAIMED-F.
       01 UNCLAIMED-REC.
           03 UNC-EMP-ID PIC 9(6).
           03 UNC-PAY-DATE PIC 9(8).
           03 UNC-AMOUNT PIC 9(6).
      *>  支給履歴（バッチ本体と同じ様式。照合する会社の未請求
      *>  戻し"U"だけ見る）
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
      *>  銀行振込アップロード（バッチ本体・保留解除・支給調整）
       FD BANK-F.
       01 BANK-REC.
           03 BANK-EMP-ID PIC 9(6).
           03 BANK-BANK-CODE PIC X(04).
           03 BANK-BRANCH-CODE PIC X(03).
           03 BANK-ACCOUNT-NO PIC X(07).
           03 BANK-AMOUNT PIC 9(6).
      *>  支給ファイル（振込ファイルを作った実行日をトレーラから
      *>  控えるためだけに読む。明細行は読み飛ばす）
       FD PAYMENT-F.
       01 PAYMENT-TRAILER.
           03 TRAILER-LABEL PIC X(10).
           03 TRAILER-REST PIC X(54).
           03 TRAILER-RUN-DATE PIC 9(8).
      *>  照合レポート
       FD RECONREP-F.
       01 RECONREP-LINE PIC X(80).
      *>  照合する会社の指定（会社コード1行。無いか空白なら自社）
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
       01 F-STATUS10 PIC XX.
       01 F-STATUS11 PIC XX.
       01 F-STATUS12 PIC XX.
       01 RUN-DATE PIC 9(8).
      *>  照合する会社。自社以外の会社ではバッチ本体と同じく
      *>  ファイル名の頭に会社コードを付けた仕訳連携・補助簿・
      *>  締めの残高等を使い（例 02glpost.txt、02settle.txt、
      *>  02clearbal.txt）、全社共通の支給履歴と再支給指示は
      *>  その会社の行だけ見る
       01 HOME-COMPANY PIC X(2) VALUE "01".
       01 RUN-COMPANY PIC X(2) VALUE "01".
       01 CO-FNAME-W.
           03 CO-FNAME-CO PIC X(2).
           03 CO-FNAME-BASE PIC X(22).
       01 RCPARM-FNAME PIC X(24) VALUE "reconparm.txt".
       01 CLEARBAL-FNAME PIC X(24) VALUE "clearbal.txt".
       01 SETTLE-FNAME PIC X(24) VALUE "settle.txt".
       01 RETLOG-FNAME PIC X(24) VALUE "retlog.txt".
       01 UNCLAIMED-FNAME PIC X(24) VALUE "unclaimed.txt".
       01 RECONREP-FNAME PIC X(24) VALUE "reconrep.txt".
       01 RCN-MODE PIC X VALUE "R".
       01 CLOSE-DATE PIC 9(8) VALUE ZERO.
       01 EOF-CLEARBAL PIC X VALUE "N".
       01 EOF-GLPOST PIC X VALUE "N".
       01 EOF-SETTLE PIC X VALUE "N".
       01 EOF-RETLOG PIC X VALUE "N".
       01 EOF-REISSUE PIC X VALUE "N".
       01 EOF-UNCLAIMED PIC X VALUE "N".
       01 EOF-LEDGER PIC X VALUE "N".
       01 EOF-BANK PIC X VALUE "N".
       01 EOF-PAYMENT PIC X VALUE "N".
       01 RUN-RC PIC 9(2) VALUE ZERO.
       01 GL-FNAME PIC X(24) VALUE SPACE.
       01 BANK-FNAME PIC X(24) VALUE SPACE.
       01 PAYMENT-FNAME PIC X(24) VALUE SPACE.
      *>  読む仕訳連携ファイルと、その出どころの記号
      *>  "P"=バッチ本体、"H"=保留解除、"A"=支給調整、"R"=返戻、
      *>  "U"=未請求戻し、"S"=決済確認（決済確認は振込の出どころ
      *>  ごとに3ファイルあり、どれも"S"）
       01 GLF-TABLE.
           03 GLF-ENTRY OCCURS 8 TIMES.
               05 GLF-NAME PIC X(24).
               05 GLF-SOURCE PIC X(1).
               05 GLF-STATE PIC X(9).
               05 GLF-BATCH-COUNT PIC 9(4).
               05 GLF-SKIP-COUNT PIC 9(4).
       01 GLF-MAX PIC 9(4) VALUE 8.
       01 GLF-SUB PIC 9(4) VALUE ZERO.
       01 GL-IN-PERIOD PIC X VALUE "N".
      *>  当期に取り込んだ仕訳バッチ（出どころと日付）。補助簿の
      *>  当期の動きが仕訳連携に載っているかの確認に使う
       01 GLB-TABLE.
           03 GLB-ENTRY OCCURS 500 TIMES.
               05 GLB-SOURCE PIC X(1).
               05 GLB-DATE PIC 9(8).
       01 GLB-MAX PIC 9(4) VALUE 500.
       01 GLB-COUNT PIC 9(4) VALUE ZERO.
       01 GLB-SUB PIC 9(4) VALUE ZERO.
       01 GLB-FOUND PIC X VALUE "N".
       01 GLB-KEY-SOURCE PIC X(1).
       01 GLB-KEY-DATE PIC 9(8).
      *>  清算勘定（1=振込未決済、2=再支給債務、3=未請求給与
      *>  預り金、4=現金）。残高は貸方残を正とする
       01 ACCT-TABLE.
           03 ACCT-ENTRY OCCURS 4 TIMES.
               05 ACCT-NAME PIC X(24).
               05 ACCT-OPEN PIC S9(10).
               05 ACCT-DR PIC 9(10).
               05 ACCT-CR PIC 9(10).
               05 ACCT-CLOSE PIC S9(10).
               05 ACCT-SUBLEDGER PIC S9(10).
               05 ACCT-DIFF PIC S9(10).
       01 ACCT-MAX PIC 9(4) VALUE 4.
       01 ACCT-SUB PIC 9(4) VALUE ZERO.
       01 ACCT-FOUND PIC X VALUE "N".
       01 ACCT-KEY-NAME PIC X(24).
      *>  決済状況をまるごと載せる作業テーブル。SETL-MATCHED は
      *>  未確認の振込が返戻で消し込まれたら"Y"
       01 SETL-TABLE.
           03 SETL-ENTRY OCCURS 5000 TIMES.
               05 SETL-EMP-ID PIC 9(6).
               05 SETL-RUN-DATE PIC 9(8).
               05 SETL-AMOUNT PIC 9(6).
               05 SETL-STATUS PIC X(1).
               05 SETL-SOURCE PIC X(1).
               05 SETL-PAY-DATE PIC 9(8).
               05 SETL-MATCHED PIC X(1).
       01 SETL-MAX PIC 9(4) VALUE 5000.
       01 SETL-COUNT PIC 9(4) VALUE ZERO.
       01 SETL-SUB PIC 9(4) VALUE ZERO.
       01 SETL-FOUND PIC X VALUE "N".
      *>  返戻ログをまるごと載せる作業テーブル。RETL-MATCHED は
      *>  未確認の振込と対になったら"Y"
       01 RETL-TABLE.
           03 RETL-ENTRY OCCURS 2000 TIMES.
               05 RETL-DATE PIC 9(8).
               05 RETL-EMP-ID PIC 9(6).
               05 RETL-AMOUNT PIC 9(6).
               05 RETL-MATCHED PIC X(1).
       01 RETL-MAX PIC 9(4) VALUE 2000.
       01 RETL-COUNT PIC 9(4) VALUE ZERO.
       01 RETL-SUB PIC 9(4) VALUE ZERO.
      *>  支給履歴の未請求戻し"U"の行
       01 UNCL-TABLE.
           03 UNCL-ENTRY OCCURS 2000 TIMES.
               05 UNCL-EMP-ID PIC 9(6).
               05 UNCL-DATE PIC 9(8).
               05 UNCL-AMOUNT PIC 9(6).
       01 UNCL-MAX PIC 9(4) VALUE 2000.
       01 UNCL-COUNT PIC 9(4) VALUE ZERO.
       01 UNCL-SUB PIC 9(4) VALUE ZERO.
      *>  振込確認待ちの判定に使う作業領域
       01 PEND-SOURCE PIC X(1).
       01 PEND-PAY-DATE PIC 9(8) VALUE ZERO.
       01 PEND-CONFIRMED PIC X VALUE "N".
       01 PAY-TRAILER-SEEN PIC X VALUE "N".
      *>  件数と合計
       01 ITEM-COUNT PIC 9(6) VALUE ZERO.
       01 UNPOSTED-COUNT PIC 9(6) VALUE ZERO.
       01 ENVELOPE-COUNT PIC 9(6) VALUE ZERO.
       01 ENVELOPE-TOTAL PIC 9(10) VALUE ZERO.
       01 DIFF-ACCT-COUNT PIC 9(4) VALUE ZERO.
       01 ITEM-AMOUNT-W PIC S9(10) VALUE ZERO.
      *>  照合レポートの様式
       01 RCN-HEAD-LINE.
           03 FILLER PIC X(32)
               VALUE "PAYROLL CLEARING RECONCILIATION ".
           03 FILLER PIC X(4) VALUE "RUN ".
           03 RCN-H-RUN-DATE PIC 9(8).
           03 FILLER PIC X(12) VALUE " LAST CLOSE ".
           03 RCN-H-CLOSE-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 RCN-H-MODE PIC X(15).
       01 RCN-RULE-LINE PIC X(80) VALUE ALL "-".
       01 RCN-ACCT-LINE.
           03 FILLER PIC X(10) VALUE "ACCOUNT : ".
           03 RCN-A-NAME PIC X(24).
           03 FILLER PIC X(30)
               VALUE "  (CREDIT BALANCE POSITIVE)   ".
       01 RCN-AMT-LINE.
           03 FILLER PIC X(2) VALUE SPACE.
           03 RCN-M-TEXT PIC X(32).
           03 RCN-M-AMOUNT PIC --,---,---,--9.
       01 RCN-ITEM-LINE.
           03 FILLER PIC X(4) VALUE SPACE.
           03 RCN-I-EMP-ID PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 RCN-I-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 RCN-I-SOURCE PIC X(1).
           03 FILLER PIC X VALUE SPACE.
           03 RCN-I-TEXT PIC X(28).
           03 RCN-I-AMOUNT PIC --,---,---,--9.
       01 RCN-NOTE-LINE PIC X(80).
       01 RCN-CARRY-LINE.
           03 FILLER PIC X(36)
               VALUE "CLOSING BALANCES CARRIED FORWARD TO ".
           03 RCN-C-NAME PIC X(24).
       01 RCN-GLF-LINE.
           03 FILLER PIC X(2) VALUE SPACE.
           03 RCN-G-NAME PIC X(24).
           03 RCN-G-STATE PIC X(9).
           03 FILLER PIC X(19) VALUE "  BATCHES IN PERIOD".
           03 RCN-G-BATCH PIC ZZZ9.
           03 FILLER PIC X(10) VALUE "  SKIPPED ".
           03 RCN-G-SKIP PIC ZZZ9.
       PROCEDURE DIVISION.
      *----------<メインルーチン>----------
       MAIN SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-COMPANY.
           IF RUN-COMPANY NOT = HOME-COMPANY
               PERFORM SET-COMPANY-FILES
           END-IF.
           PERFORM READ-RC-PARM.
           PERFORM SET-ACCOUNTS.
           PERFORM SET-GL-FILES.
           PERFORM LOAD-OPENING.
           OPEN OUTPUT RECONREP-F.
           IF F-STATUS11 NOT = "00"
               DISPLAY "OPEN ERROR " RECONREP-FNAME " " F-STATUS11
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>  仕訳連携ファイルを順に読み、当期の動きを集計する
           MOVE 1 TO GLF-SUB.
           PERFORM READ-GL-FILE UNTIL GLF-SUB > GLF-MAX.
           MOVE 1 TO ACCT-SUB.
           PERFORM SET-CLOSING UNTIL ACCT-SUB > ACCT-MAX.
      *>  補助簿を読み込み、清算勘定ごとの未決項目を集計する
           PERFORM LOAD-SETTLE.
           PERFORM LOAD-RETLOG.
           PERFORM LOAD-UNCLAIMED-LEDGER.
           PERFORM MATCH-RETURNS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM RECONCILE-CLEARING.
           PERFORM RECONCILE-REISSUE.
           PERFORM RECONCILE-UNCLAIMED.
           PERFORM REPORT-CASH.
           PERFORM WRITE-GL-FILE-SUMMARY.
           IF RCN-MODE = "C"
               PERFORM WRITE-CLOSING-BALANCES
           END-IF.
      *>  残高と補助簿が一致しない勘定があれば不一致として終わる
           IF DIFF-ACCT-COUNT > ZERO
               MOVE 8 TO RUN-RC
           ELSE
               IF UNPOSTED-COUNT > ZERO
                   MOVE 4 TO RUN-RC
               END-IF
           END-IF.
           DISPLAY "ACCOUNTS OUT OF BALANCE: " DIFF-ACCT-COUNT.
           DISPLAY "ACTIVITY NOT IN GL:      " UNPOSTED-COUNT.
           CLOSE RECONREP-F.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------<サブルーチン>----------
      *>  照合する会社の会社コードを読み込む（バッチ本体と同じ
      *>  company.txt。無いか空白なら自社）
       READ-COMPANY SECTION.
           OPEN INPUT COMPANY-F.
           IF F-STATUS12 = "00"
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
           DISPLAY "CLEARING RECONCILE FOR COMPANY " RUN-COMPANY.
       EXIT.

      *>  自社以外の会社ではファイル名の頭に会社コードを付ける
      *>  （仕訳連携と振込・支給ファイルは名前を決めるところで付ける）
       SET-COMPANY-FILES SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE RCPARM-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RCPARM-FNAME.
           MOVE CLEARBAL-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO CLEARBAL-FNAME.
           MOVE SETTLE-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO SETTLE-FNAME.
           MOVE RETLOG-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RETLOG-FNAME.
           MOVE UNCLAIMED-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO UNCLAIMED-FNAME.
           MOVE RECONREP-FNAME TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO RECONREP-FNAME.
       EXIT.

      *>  実行方法をパラメタファイルから読み込む（無ければ照合
      *>  だけで、締めの残高は書き換えない）
       READ-RC-PARM SECTION.
           OPEN INPUT RCPARM-F.
           IF F-STATUS NOT = "00"
               DISPLAY "RECON PARM NOT FOUND - REPORT ONLY."
           ELSE
               READ RCPARM-F
                   AT END
                       DISPLAY "RECON PARM EMPTY - REPORT ONLY."
                   NOT AT END
                       IF RCP-MODE = "C"
                           MOVE "C" TO RCN-MODE
                       END-IF
               END-READ
               CLOSE RCPARM-F
           END-IF.
       EXIT.

      *>  照合する清算勘定の名前（仕訳連携の勘定名と同じ）
       SET-ACCOUNTS SECTION.
           INITIALIZE ACCT-TABLE.
           MOVE "BANK TRF CLEARING" TO ACCT-NAME(1).
           MOVE "REISSUE PAYABLE" TO ACCT-NAME(2).
           MOVE "UNCLAIMED WAGES PAYABLE" TO ACCT-NAME(3).
           MOVE "CASH" TO ACCT-NAME(4).
       EXIT.

      *>  読む仕訳連携ファイルの名前と出どころ（自社以外の会社は
      *>  会社コード付きの名前）
       SET-GL-FILES SECTION.
           INITIALIZE GLF-TABLE.
           MOVE "glpost.txt" TO GLF-NAME(1).
           MOVE "P" TO GLF-SOURCE(1).
           MOVE "glposthold.txt" TO GLF-NAME(2).
           MOVE "H" TO GLF-SOURCE(2).
           MOVE "glpostadj.txt" TO GLF-NAME(3).
           MOVE "A" TO GLF-SOURCE(3).
           MOVE "glpostret.txt" TO GLF-NAME(4).
           MOVE "R" TO GLF-SOURCE(4).
           MOVE "glpostunc.txt" TO GLF-NAME(5).
           MOVE "U" TO GLF-SOURCE(5).
           MOVE "glpostset.txt" TO GLF-NAME(6).
           MOVE "S" TO GLF-SOURCE(6).
           MOVE "glpostseth.txt" TO GLF-NAME(7).
           MOVE "S" TO GLF-SOURCE(7).
           MOVE "glpostseta.txt" TO GLF-NAME(8).
           MOVE "S" TO GLF-SOURCE(8).
           IF RUN-COMPANY NOT = HOME-COMPANY
               MOVE 1 TO GLF-SUB
               PERFORM SET-GL-FILE-COMPANY UNTIL GLF-SUB > GLF-MAX
           END-IF.
       EXIT.

       SET-GL-FILE-COMPANY SECTION.
           MOVE RUN-COMPANY TO CO-FNAME-CO.
           MOVE GLF-NAME(GLF-SUB) TO CO-FNAME-BASE.
           MOVE CO-FNAME-W TO GLF-NAME(GLF-SUB).
           ADD 1 TO GLF-SUB.
       EXIT.

      *>  前回締めの残高を期首残高として読み込む（無ければ全勘定
      *>  0から始め、読める仕訳バッチを全て当期の動きとする）
       LOAD-OPENING SECTION.
           OPEN INPUT CLEARBAL-F.
           IF F-STATUS2 NOT = "00"
               DISPLAY "NO CLOSING BALANCES - OPENING AT ZERO."
           ELSE
               PERFORM LOAD-OPENING-LINE UNTIL EOF-CLEARBAL = "Y"
               CLOSE CLEARBAL-F
           END-IF.
       EXIT.

       LOAD-OPENING-LINE SECTION.
           READ CLEARBAL-F
               AT END
                   MOVE "Y" TO EOF-CLEARBAL
               NOT AT END
                   MOVE CB-ACCOUNT TO ACCT-KEY-NAME
                   PERFORM ACCT-FIND
                   IF ACCT-FOUND = "Y" AND CB-AMOUNT IS NUMERIC
                       IF CB-SIDE = "DR"
                           COMPUTE ACCT-OPEN(ACCT-SUB) = 0 - CB-AMOUNT
                       ELSE
                           MOVE CB-AMOUNT TO ACCT-OPEN(ACCT-SUB)
                       END-IF
                       IF CB-DATE IS NUMERIC AND CB-DATE > CLOSE-DATE
                           MOVE CB-DATE TO CLOSE-DATE
                       END-IF
                   ELSE
                       DISPLAY "CLOSING BALANCE LINE INVALID - OMITTED "
                           CLEARBAL-REC
                   END-IF
           END-READ.
       EXIT.

       ACCT-FIND SECTION.
           MOVE 1 TO ACCT-SUB.
           MOVE "N" TO ACCT-FOUND.
           PERFORM ACCT-SEARCH
               UNTIL ACCT-SUB > ACCT-MAX OR ACCT-FOUND = "Y".
       EXIT.

       ACCT-SEARCH SECTION.
           IF ACCT-NAME(ACCT-SUB) = ACCT-KEY-NAME
               MOVE "Y" TO ACCT-FOUND
           ELSE
               ADD 1 TO ACCT-SUB
           END-IF.
       EXIT.

      *>  仕訳連携ファイル1本分を読む。前回締めより後で当日
      *>  までのバッチだけを当期の動きとし、それ以前のバッチは
      *>  期首残高に含まれているものとして読み飛ばす
       READ-GL-FILE SECTION.
           MOVE GLF-NAME(GLF-SUB) TO GL-FNAME.
           MOVE "N" TO EOF-GLPOST.
           MOVE "N" TO GL-IN-PERIOD.
           OPEN INPUT GLPOST-F.
           IF F-STATUS3 NOT = "00"
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
                   IF GL-TAG = "HDR"
                       PERFORM START-GL-BATCH
                   ELSE
                       IF GL-TAG = "DTL" AND GL-IN-PERIOD = "Y"
                           PERFORM POST-GL-DETAIL
                       END-IF
                   END-IF
           END-READ.
       EXIT.

       START-GL-BATCH SECTION.
           IF GL-DATE IS NUMERIC
               AND GL-DATE > CLOSE-DATE AND GL-DATE <= RUN-DATE
               MOVE "Y" TO GL-IN-PERIOD
               ADD 1 TO GLF-BATCH-COUNT(GLF-SUB)
               IF GLB-COUNT < GLB-MAX
                   ADD 1 TO GLB-COUNT
                   MOVE GLF-SOURCE(GLF-SUB) TO GLB-SOURCE(GLB-COUNT)
                   MOVE GL-DATE TO GLB-DATE(GLB-COUNT)
               ELSE
                   DISPLAY "GL BATCH TABLE FULL - ABORT."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE "N" TO GL-IN-PERIOD
               ADD 1 TO GLF-SKIP-COUNT(GLF-SUB)
           END-IF.
       EXIT.

      *>  仕訳明細1行が清算勘定のものなら借方・貸方に積み上げる
       POST-GL-DETAIL SECTION.
           MOVE GL-ACCOUNT TO ACCT-KEY-NAME.
           PERFORM ACCT-FIND.
           IF ACCT-FOUND = "Y" AND GL-AMOUNT IS NUMERIC
               IF GL-SIDE = "DR"
                   ADD GL-AMOUNT TO ACCT-DR(ACCT-SUB)
               ELSE
                   ADD GL-AMOUNT TO ACCT-CR(ACCT-SUB)
               END-IF
           END-IF.
       EXIT.

       SET-CLOSING SECTION.
           COMPUTE ACCT-CLOSE(ACCT-SUB) = ACCT-OPEN(ACCT-SUB)
               + ACCT-CR(ACCT-SUB) - ACCT-DR(ACCT-SUB).
           ADD 1 TO ACCT-SUB.
       EXIT.

      *>  決済状況を作業テーブルに読み込む（旧様式の行は
      *>  出どころをバッチ本体、振込を作った実行日を0とする）
       LOAD-SETTLE SECTION.
           OPEN INPUT SETTLE-F.
           IF F-STATUS4 NOT = "00"
               DISPLAY "NO SETTLE FILE - NO CONFIRMED TRANSFERS."
           ELSE
               PERFORM LOAD-SETTLE-LINE UNTIL EOF-SETTLE = "Y"
               CLOSE SETTLE-F
           END-IF.
       EXIT.

       LOAD-SETTLE-LINE SECTION.
           READ SETTLE-F
               AT END
                   MOVE "Y" TO EOF-SETTLE
               NOT AT END
                   IF SETL-COUNT < SETL-MAX
                       ADD 1 TO SETL-COUNT
                       MOVE SET-EMP-ID TO SETL-EMP-ID(SETL-COUNT)
                       MOVE SET-RUN-DATE TO SETL-RUN-DATE(SETL-COUNT)
                       MOVE SET-AMOUNT TO SETL-AMOUNT(SETL-COUNT)
                       MOVE SET-STATUS TO SETL-STATUS(SETL-COUNT)
                       IF SET-SOURCE = SPACE
                           MOVE "P" TO SETL-SOURCE(SETL-COUNT)
                       ELSE
                           MOVE SET-SOURCE TO SETL-SOURCE(SETL-COUNT)
                       END-IF
                       IF SET-PAY-DATE IS NUMERIC
                           MOVE SET-PAY-DATE
                               TO SETL-PAY-DATE(SETL-COUNT)
                       ELSE
                           MOVE ZERO TO SETL-PAY-DATE(SETL-COUNT)
                       END-IF
                       MOVE "N" TO SETL-MATCHED(SETL-COUNT)
                   ELSE
                       DISPLAY "SETTLE TABLE FULL - ABORT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       EXIT.

      *>  返戻ログを作業テーブルに読み込む
       LOAD-RETLOG SECTION.
           OPEN INPUT RETLOG-F.
           IF F-STATUS5 NOT = "00"
               DISPLAY "NO RETURNS LOG - NO RETURNED TRANSFERS."
           ELSE
               PERFORM LOAD-RETLOG-LINE UNTIL EOF-RETLOG = "Y"
               CLOSE RETLOG-F
           END-IF.
       EXIT.

       LOAD-RETLOG-LINE SECTION.
           READ RETLOG-F
               AT END
                   MOVE "Y" TO EOF-RETLOG
               NOT AT END
                   IF RETL-COUNT < RETL-MAX
                       ADD 1 TO RETL-COUNT
                       MOVE LOG-DATE TO RETL-DATE(RETL-COUNT)
                       MOVE LOG-EMP-ID TO RETL-EMP-ID(RETL-COUNT)
                       MOVE LOG-AMOUNT TO RETL-AMOUNT(RETL-COUNT)
                       MOVE "N" TO RETL-MATCHED(RETL-COUNT)
                   ELSE
                       DISPLAY "RETURNS TABLE FULL - ABORT."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
       EXIT.

      *>  支給履歴から未請求戻し"U"の行を拾う
       LOAD-UNCLAIMED-LEDGER SECTION.
           OPEN INPUT LEDGER-F.
           IF F-STATUS8 NOT = "00"
               DISPLAY "NO LEDGER FILE - NO UNCLAIMED RETURNS."
           ELSE
               PERFORM LOAD-LEDGER-LINE UNTIL EOF-LEDGER = "Y"
               CLOSE LEDGER-F
           END-IF.
       EXIT.

       LOAD-LEDGER-LINE SECTION.
           READ LEDGER-F
               AT END
                   MOVE "Y" TO EOF-LEDGER
               NOT AT END
      *>  他の会社の行は読み飛ばす（会社コードの無い古い行は自社）
                   IF LEDGER-TYPE = "U"
                       AND (LEDGER-COMPANY = RUN-COMPANY
                       OR (LEDGER-COMPANY = SPACE
                       AND RUN-COMPANY = HOME-COMPANY))
                       IF UNCL-COUNT < UNCL-MAX
                           ADD 1 TO UNCL-COUNT
                           MOVE LEDGER-EMP-ID TO UNCL-EMP-ID(UNCL-COUNT)
                           MOVE LEDGER-RUN-DATE TO UNCL-DATE(UNCL-COUNT)
                           MOVE LEDGER-AMOUNT TO UNCL-AMOUNT(UNCL-COUNT)
                       ELSE
                           DISPLAY "UNCLAIMED TABLE FULL - ABORT."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
       EXIT.

      *>  返戻1件ごとに、それより前に未確認となった同じ従業員・
      *>  同じ金額の振込を探して対にする（未確認の振込は返戻の
      *>  逆仕訳で振込未決済勘定から消える）
       MATCH-RETURNS SECTION.
           MOVE 1 TO RETL-SUB.
           PERFORM MATCH-RETURN-LINE UNTIL RETL-SUB > RETL-COUNT.
       EXIT.

       MATCH-RETURN-LINE SECTION.
           MOVE 1 TO SETL-SUB.
           MOVE "N" TO SETL-FOUND.
           PERFORM SETL-SEARCH
               UNTIL SETL-SUB > SETL-COUNT OR SETL-FOUND = "Y".
           IF SETL-FOUND = "Y"
               MOVE "Y" TO SETL-MATCHED(SETL-SUB)
               MOVE "Y" TO RETL-MATCHED(RETL-SUB)
           END-IF.
           ADD 1 TO RETL-SUB.
       EXIT.

       SETL-SEARCH SECTION.
           IF SETL-STATUS(SETL-SUB) = "O"
               AND SETL-MATCHED(SETL-SUB) = "N"
               AND SETL-EMP-ID(SETL-SUB) = RETL-EMP-ID(RETL-SUB)
               AND SETL-AMOUNT(SETL-SUB) = RETL-AMOUNT(RETL-SUB)
               AND SETL-RUN-DATE(SETL-SUB) <= RETL-DATE(RETL-SUB)
               MOVE "Y" TO SETL-FOUND
           ELSE
               ADD 1 TO SETL-SUB
           END-IF.
       EXIT.

       WRITE-REPORT-HEADER SECTION.
           MOVE RUN-DATE TO RCN-H-RUN-DATE.
           MOVE CLOSE-DATE TO RCN-H-CLOSE-DATE.
           IF RCN-MODE = "C"
               MOVE "MONTH-END CLOSE" TO RCN-H-MODE
           ELSE
               MOVE "REPORT ONLY" TO RCN-H-MODE
           END-IF.
           WRITE RECONREP-LINE FROM RCN-HEAD-LINE.
           WRITE RECONREP-LINE FROM RCN-RULE-LINE.
       EXIT.

      *>  勘定1件分の期首・借方・貸方・期末の行を書き出す
      *>  （ACCT-SUBの勘定）
       WRITE-ACCOUNT-BALANCES SECTION.
           MOVE ACCT-NAME(ACCT-SUB) TO RCN-A-NAME.
           WRITE RECONREP-LINE FROM RCN-ACCT-LINE.
           MOVE "OPENING BALANCE" TO RCN-M-TEXT.
           MOVE ACCT-OPEN(ACCT-SUB) TO RCN-M-AMOUNT.
           WRITE RECONREP-LINE FROM RCN-AMT-LINE.
           MOVE "DEBITS IN PERIOD" TO RCN-M-TEXT.
           MOVE ACCT-DR(ACCT-SUB) TO RCN-M-AMOUNT.
           WRITE RECONREP-LINE FROM RCN-AMT-LINE.
           MOVE "CREDITS IN PERIOD" TO RCN-M-TEXT.
           MOVE ACCT-CR(ACCT-SUB) TO RCN-M-AMOUNT.
           WRITE RECONREP-LINE FROM RCN-AMT-LINE.
           MOVE "CLOSING BALANCE" TO RCN-M-TEXT.
           MOVE ACCT-CLOSE(ACCT-SUB) TO RCN-M-AMOUNT.
           WRITE RECONREP-LINE FROM RCN-AMT-LINE.
       EXIT.

      *>  期末残高と補助簿の未決項目の合計を比べる。差があれば
      *>  不一致の勘定として数える
       WRITE-ACCOUNT-DIFFERENCE SECTION.
           MOVE "OPEN ITEMS IN SUBLEDGER" TO RCN-M-TEXT.
           MOVE ACCT-SUBLEDGER(ACCT-SUB) TO RCN-M-AMOUNT.
           WRITE RECONREP-LINE FROM RCN-AMT-LINE.
           COMPUTE ACCT-DIFF(ACCT-SUB) = ACCT-CLOSE(ACCT-SUB)
               - ACCT-SUBLEDGER(ACCT-SUB).
           MOVE "DIFFERENCE" TO RCN-M-TEXT.
           MOVE ACCT-DIFF(ACCT-SUB) TO RCN-M-AMOUNT.
           WRITE RECONREP-LINE FROM RCN-AMT-LINE.
           IF ACCT-DIFF(ACCT-SUB) = ZERO
               MOVE "  AGREES WITH SUBLEDGER" TO RCN-NOTE-LINE
           ELSE
               ADD 1 TO DIFF-ACCT-COUNT
               MOVE "  OUT OF BALANCE WITH SUBLEDGER - SEE ITEMS"
                   TO RCN-NOTE-LINE
           END-IF.
           WRITE RECONREP-LINE FROM RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-RULE-LINE.
       EXIT.

      *>  振込未決済勘定。未決項目は、決済が確認できず返戻も
      *>  されていない振込、決済確認の後に返戻された振込（マイナス）、
      *>  まだ決済確認にかけていない振込ファイルの振込
       RECONCILE-CLEARING SECTION.
           MOVE 1 TO ACCT-SUB.
           PERFORM WRITE-ACCOUNT-BALANCES.
           MOVE "  OPEN ITEMS" TO RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-NOTE-LINE.
           MOVE ZERO TO ITEM-COUNT.
           MOVE 1 TO SETL-SUB.
           PERFORM CLEARING-SETTLE-ITEM UNTIL SETL-SUB > SETL-COUNT.
           MOVE 1 TO RETL-SUB.
           PERFORM CLEARING-RETURN-ITEM UNTIL RETL-SUB > RETL-COUNT.
           MOVE "P" TO PEND-SOURCE.
           MOVE "banktransfer.txt" TO BANK-FNAME.
           MOVE "payment.txt" TO PAYMENT-FNAME.
           PERFORM CLEARING-PENDING-FILE.
           MOVE "H" TO PEND-SOURCE.
           MOVE "holdbank.txt" TO BANK-FNAME.
           MOVE "holdpay.txt" TO PAYMENT-FNAME.
           PERFORM CLEARING-PENDING-FILE.
           MOVE "A" TO PEND-SOURCE.
           MOVE "adjbank.txt" TO BANK-FNAME.
           MOVE "adjpay.txt" TO PAYMENT-FNAME.
           PERFORM CLEARING-PENDING-FILE.
           PERFORM WRITE-NO-ITEMS.
      *>  補助簿にあって仕訳連携に無い当期の動き
           MOVE "  ACTIVITY NOT IN GL EXTRACTS" TO RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-NOTE-LINE.
           MOVE ZERO TO ITEM-COUNT.
           MOVE 1 TO SETL-SUB.
           PERFORM CLEARING-SETTLE-UNPOSTED UNTIL SETL-SUB > SETL-COUNT.
           MOVE 1 TO RETL-SUB.
           PERFORM RETURN-UNPOSTED UNTIL RETL-SUB > RETL-COUNT.
           PERFORM WRITE-NO-ITEMS.
           MOVE 1 TO ACCT-SUB.
           PERFORM WRITE-ACCOUNT-DIFFERENCE.
       EXIT.

       CLEARING-SETTLE-ITEM SECTION.
           IF SETL-STATUS(SETL-SUB) = "O"
               AND SETL-MATCHED(SETL-SUB) = "N"
               MOVE SETL-EMP-ID(SETL-SUB) TO RCN-I-EMP-ID
               MOVE SETL-RUN-DATE(SETL-SUB) TO RCN-I-DATE
               MOVE SETL-SOURCE(SETL-SUB) TO RCN-I-SOURCE
               MOVE "SENT NOT SETTLED" TO RCN-I-TEXT
               MOVE SETL-AMOUNT(SETL-SUB) TO ITEM-AMOUNT-W
               PERFORM WRITE-OPEN-ITEM
           END-IF.
           ADD 1 TO SETL-SUB.
       EXIT.

       CLEARING-RETURN-ITEM SECTION.
           IF RETL-MATCHED(RETL-SUB) = "N"
               MOVE RETL-EMP-ID(RETL-SUB) TO RCN-I-EMP-ID
               MOVE RETL-DATE(RETL-SUB) TO RCN-I-DATE
               MOVE "R" TO RCN-I-SOURCE
               MOVE "RETURNED AFTER SETTLEMENT" TO RCN-I-TEXT
               COMPUTE ITEM-AMOUNT-W = 0 - RETL-AMOUNT(RETL-SUB)
               PERFORM WRITE-OPEN-ITEM
           END-IF.
           ADD 1 TO RETL-SUB.
       EXIT.

      *>  振込ファイル1本分。支給ファイルのトレーラの実行日で
      *>  決済状況を探し、まだ決済確認にかけていなければ振込を
      *>  1件ずつ未決項目にする（自社以外の会社は会社コード付きの
      *>  名前のファイルを読む）
       CLEARING-PENDING-FILE SECTION.
           IF RUN-COMPANY NOT = HOME-COMPANY
               MOVE RUN-COMPANY TO CO-FNAME-CO
               MOVE BANK-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO BANK-FNAME
               MOVE PAYMENT-FNAME TO CO-FNAME-BASE
               MOVE CO-FNAME-W TO PAYMENT-FNAME
           END-IF.
           MOVE ZERO TO PEND-PAY-DATE.
           MOVE "N" TO PAY-TRAILER-SEEN.
           MOVE "N" TO EOF-PAYMENT.
           OPEN INPUT PAYMENT-F.
           IF F-STATUS10 = "00"
               PERFORM SCAN-PAYMENT-TRAILER UNTIL EOF-PAYMENT = "Y"
               CLOSE PAYMENT-F
           END-IF.
           IF PAY-TRAILER-SEEN = "Y" AND PEND-PAY-DATE > ZERO
               MOVE "N" TO PEND-CONFIRMED
               MOVE 1 TO SETL-SUB
               PERFORM PENDING-CONFIRM-SEARCH
                   UNTIL SETL-SUB > SETL-COUNT OR PEND-CONFIRMED = "Y"
               IF PEND-CONFIRMED = "N"
                   MOVE "N" TO EOF-BANK
                   OPEN INPUT BANK-F
                   IF F-STATUS9 = "00"
                       PERFORM PENDING-BANK-LINE UNTIL EOF-BANK = "Y"
                       CLOSE BANK-F
                   END-IF
               END-IF
           END-IF.
       EXIT.

       SCAN-PAYMENT-TRAILER SECTION.
           READ PAYMENT-F
               AT END
                   MOVE "Y" TO EOF-PAYMENT
               NOT AT END
                   IF TRAILER-LABEL = "TOTAL     "
                       AND TRAILER-RUN-DATE IS NUMERIC
                       MOVE "Y" TO PAY-TRAILER-SEEN
                       MOVE TRAILER-RUN-DATE TO PEND-PAY-DATE
                   END-IF
           END-READ.
       EXIT.

       PENDING-CONFIRM-SEARCH SECTION.
           IF SETL-SOURCE(SETL-SUB) = PEND-SOURCE
               AND SETL-PAY-DATE(SETL-SUB) = PEND-PAY-DATE
               MOVE "Y" TO PEND-CONFIRMED
           ELSE
               ADD 1 TO SETL-SUB
           END-IF.
       EXIT.

       PENDING-BANK-LINE SECTION.
           READ BANK-F
               AT END
                   MOVE "Y" TO EOF-BANK
               NOT AT END
                   MOVE BANK-EMP-ID TO RCN-I-EMP-ID
                   MOVE PEND-PAY-DATE TO RCN-I-DATE
                   MOVE PEND-SOURCE TO RCN-I-SOURCE
                   MOVE "AWAITING CONFIRMATION" TO RCN-I-TEXT
                   MOVE BANK-AMOUNT TO ITEM-AMOUNT-W
                   PERFORM WRITE-OPEN-ITEM
           END-READ.
       EXIT.

      *>  当期の決済状況で、対応する仕訳バッチが無いもの
      *>  （振込を作った実行の仕訳、または決済確認の仕訳）
       CLEARING-SETTLE-UNPOSTED SECTION.
           IF SETL-PAY-DATE(SETL-SUB) > CLOSE-DATE
               AND SETL-PAY-DATE(SETL-SUB) <= RUN-DATE
               MOVE SETL-SOURCE(SETL-SUB) TO GLB-KEY-SOURCE
               MOVE SETL-PAY-DATE(SETL-SUB) TO GLB-KEY-DATE
               PERFORM GLB-FIND
               IF GLB-FOUND = "N"
                   MOVE SETL-EMP-ID(SETL-SUB) TO RCN-I-EMP-ID
                   MOVE SETL-PAY-DATE(SETL-SUB) TO RCN-I-DATE
                   MOVE SETL-SOURCE(SETL-SUB) TO RCN-I-SOURCE
                   MOVE "TRANSFER NOT IN GL EXTRACT" TO RCN-I-TEXT
                   MOVE SETL-AMOUNT(SETL-SUB) TO ITEM-AMOUNT-W
                   PERFORM WRITE-UNPOSTED-ITEM
               END-IF
           END-IF.
           IF SETL-STATUS(SETL-SUB) = "S"
               AND SETL-RUN-DATE(SETL-SUB) > CLOSE-DATE
               AND SETL-RUN-DATE(SETL-SUB) <= RUN-DATE
               MOVE "S" TO GLB-KEY-SOURCE
               MOVE SETL-RUN-DATE(SETL-SUB) TO GLB-KEY-DATE
               PERFORM GLB-FIND
               IF GLB-FOUND = "N"
                   MOVE SETL-EMP-ID(SETL-SUB) TO RCN-I-EMP-ID
                   MOVE SETL-RUN-DATE(SETL-SUB) TO RCN-I-DATE
                   MOVE "S" TO RCN-I-SOURCE
                   MOVE "SETTLEMENT NOT IN GL EXTRACT" TO RCN-I-TEXT
                   COMPUTE ITEM-AMOUNT-W = 0 - SETL-AMOUNT(SETL-SUB)
                   PERFORM WRITE-UNPOSTED-ITEM
               END-IF
           END-IF.
           ADD 1 TO SETL-SUB.
       EXIT.

      *>  当期の返戻で、返戻処理の仕訳バッチが無いもの（振込
      *>  未決済勘定と再支給債務の両方に効く）
       RETURN-UNPOSTED SECTION.
           IF RETL-DATE(RETL-SUB) > CLOSE-DATE
               AND RETL-DATE(RETL-SUB) <= RUN-DATE
               MOVE "R" TO GLB-KEY-SOURCE
               MOVE RETL-DATE(RETL-SUB) TO GLB-KEY-DATE
               PERFORM GLB-FIND
               IF GLB-FOUND = "N"
                   MOVE RETL-EMP-ID(RETL-SUB) TO RCN-I-EMP-ID
                   MOVE RETL-DATE(RETL-SUB) TO RCN-I-DATE
                   MOVE "R" TO RCN-I-SOURCE
                   MOVE "RETURN NOT IN GL EXTRACT" TO RCN-I-TEXT
                   IF ACCT-SUB = 1
                       COMPUTE ITEM-AMOUNT-W = 0 - RETL-AMOUNT(RETL-SUB)
                   ELSE
                       MOVE RETL-AMOUNT(RETL-SUB) TO ITEM-AMOUNT-W
                   END-IF
                   PERFORM WRITE-UNPOSTED-ITEM
               END-IF
           END-IF.
           ADD 1 TO RETL-SUB.
       EXIT.

       GLB-FIND SECTION.
           MOVE 1 TO GLB-SUB.
           MOVE "N" TO GLB-FOUND.
           PERFORM GLB-SEARCH
               UNTIL GLB-SUB > GLB-COUNT OR GLB-FOUND = "Y".
       EXIT.

       GLB-SEARCH SECTION.
           IF GLB-SOURCE(GLB-SUB) = GLB-KEY-SOURCE
               AND GLB-DATE(GLB-SUB) = GLB-KEY-DATE
               MOVE "Y" TO GLB-FOUND
           ELSE
               ADD 1 TO GLB-SUB
           END-IF.
       EXIT.

      *>  再支給債務。未決項目は、まだバッチ本体が取り込んで
      *>  いない再支給指示
       RECONCILE-REISSUE SECTION.
           MOVE 2 TO ACCT-SUB.
           PERFORM WRITE-ACCOUNT-BALANCES.
           MOVE "  OPEN ITEMS" TO RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-NOTE-LINE.
           MOVE ZERO TO ITEM-COUNT.
           OPEN INPUT REISSUE-F.
           IF F-STATUS6 = "00"
               PERFORM REISSUE-ITEM UNTIL EOF-REISSUE = "Y"
               CLOSE REISSUE-F
           END-IF.
           PERFORM WRITE-NO-ITEMS.
           MOVE "  ACTIVITY NOT IN GL EXTRACTS" TO RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-NOTE-LINE.
           MOVE ZERO TO ITEM-COUNT.
           MOVE 1 TO RETL-SUB.
           PERFORM RETURN-UNPOSTED UNTIL RETL-SUB > RETL-COUNT.
           PERFORM WRITE-NO-ITEMS.
           MOVE 2 TO ACCT-SUB.
           PERFORM WRITE-ACCOUNT-DIFFERENCE.
       EXIT.

       REISSUE-ITEM SECTION.
           READ REISSUE-F
               AT END
                   MOVE "Y" TO EOF-REISSUE
               NOT AT END
                   IF REI-COMPANY = RUN-COMPANY
                       OR (REI-COMPANY = SPACE
                       AND RUN-COMPANY = HOME-COMPANY)
                       MOVE REI-EMP-ID TO RCN-I-EMP-ID
                       MOVE ZERO TO RCN-I-DATE
                       MOVE "R" TO RCN-I-SOURCE
                       MOVE "AWAITING REISSUE" TO RCN-I-TEXT
                       MOVE REI-AMOUNT TO ITEM-AMOUNT-W
                       PERFORM WRITE-OPEN-ITEM
                   END-IF
           END-READ.
       EXIT.

      *>  未請求給与預り金。未決項目は、支給履歴の未請求戻し
      *>  （本人に払い戻す処理は無いため、戻した分が全て残る）
       RECONCILE-UNCLAIMED SECTION.
           MOVE 3 TO ACCT-SUB.
           PERFORM WRITE-ACCOUNT-BALANCES.
           MOVE "  OPEN ITEMS" TO RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-NOTE-LINE.
           MOVE ZERO TO ITEM-COUNT.
           MOVE 1 TO UNCL-SUB.
           PERFORM UNCLAIMED-ITEM UNTIL UNCL-SUB > UNCL-COUNT.
           PERFORM WRITE-NO-ITEMS.
           MOVE "  ACTIVITY NOT IN GL EXTRACTS" TO RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-NOTE-LINE.
           MOVE ZERO TO ITEM-COUNT.
           MOVE 1 TO UNCL-SUB.
           PERFORM UNCLAIMED-UNPOSTED UNTIL UNCL-SUB > UNCL-COUNT.
           PERFORM WRITE-NO-ITEMS.
           PERFORM WRITE-ACCOUNT-DIFFERENCE.
       EXIT.

       UNCLAIMED-ITEM SECTION.
           MOVE UNCL-EMP-ID(UNCL-SUB) TO RCN-I-EMP-ID.
           MOVE UNCL-DATE(UNCL-SUB) TO RCN-I-DATE.
           MOVE "U" TO RCN-I-SOURCE.
           MOVE "UNCLAIMED CASH RETURNED" TO RCN-I-TEXT.
           MOVE UNCL-AMOUNT(UNCL-SUB) TO ITEM-AMOUNT-W.
           PERFORM WRITE-OPEN-ITEM.
           ADD 1 TO UNCL-SUB.
       EXIT.

       UNCLAIMED-UNPOSTED SECTION.
           IF UNCL-DATE(UNCL-SUB) > CLOSE-DATE
               AND UNCL-DATE(UNCL-SUB) <= RUN-DATE
               MOVE "U" TO GLB-KEY-SOURCE
               MOVE UNCL-DATE(UNCL-SUB) TO GLB-KEY-DATE
               PERFORM GLB-FIND
               IF GLB-FOUND = "N"
                   MOVE UNCL-EMP-ID(UNCL-SUB) TO RCN-I-EMP-ID
                   MOVE UNCL-DATE(UNCL-SUB) TO RCN-I-DATE
                   MOVE "U" TO RCN-I-SOURCE
                   MOVE "UNCLAIMED NOT IN GL EXTRACT" TO RCN-I-TEXT
                   MOVE UNCL-AMOUNT(UNCL-SUB) TO ITEM-AMOUNT-W
                   PERFORM WRITE-UNPOSTED-ITEM
               END-IF
           END-IF.
           ADD 1 TO UNCL-SUB.
       EXIT.

      *>  現金。給与の現金は支給の時点で貸方に落ち、保管期間を
      *>  過ぎた封筒だけが借方に戻るため、残高は0に戻る勘定では
      *>  ない。金庫に残っている封筒（未請求現金の登録簿）を
      *>  現金の未決分として並べて示す
       REPORT-CASH SECTION.
           MOVE 4 TO ACCT-SUB.
           PERFORM WRITE-ACCOUNT-BALANCES.
           MOVE "  ENVELOPES STILL IN SAFE (UNCLAIMED REGISTER)"
               TO RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-NOTE-LINE.
           MOVE ZERO TO ITEM-COUNT.
           OPEN INPUT UNCLAIMED-F.
           IF F-STATUS7 = "00"
               PERFORM ENVELOPE-ITEM UNTIL EOF-UNCLAIMED = "Y"
               CLOSE UNCLAIMED-F
           END-IF.
           PERFORM WRITE-NO-ITEMS.
           MOVE "CASH STILL IN SAFE" TO RCN-M-TEXT.
           MOVE ENVELOPE-TOTAL TO RCN-M-AMOUNT.
           WRITE RECONREP-LINE FROM RCN-AMT-LINE.
           MOVE "  TIE CASH STILL IN SAFE TO THE ENVELOPE COUNT"
               TO RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-RULE-LINE.
       EXIT.

       ENVELOPE-ITEM SECTION.
           READ UNCLAIMED-F
               AT END
                   MOVE "Y" TO EOF-UNCLAIMED
               NOT AT END
                   MOVE UNC-EMP-ID TO RCN-I-EMP-ID
                   MOVE UNC-PAY-DATE TO RCN-I-DATE
                   MOVE "C" TO RCN-I-SOURCE
                   MOVE "ENVELOPE IN SAFE" TO RCN-I-TEXT
                   MOVE UNC-AMOUNT TO RCN-I-AMOUNT
                   WRITE RECONREP-LINE FROM RCN-ITEM-LINE
                   ADD 1 TO ITEM-COUNT
                   ADD 1 TO ENVELOPE-COUNT
                   ADD UNC-AMOUNT TO ENVELOPE-TOTAL
           END-READ.
       EXIT.

      *>  未決項目1行を書き出し、勘定の補助簿合計に積み上げる
       WRITE-OPEN-ITEM SECTION.
           MOVE ITEM-AMOUNT-W TO RCN-I-AMOUNT.
           WRITE RECONREP-LINE FROM RCN-ITEM-LINE.
           ADD ITEM-AMOUNT-W TO ACCT-SUBLEDGER(ACCT-SUB).
           ADD 1 TO ITEM-COUNT.
       EXIT.

      *>  仕訳連携に載っていない動き1行を書き出す（金額は勘定の
      *>  残高に与える向きで示す）
       WRITE-UNPOSTED-ITEM SECTION.
           MOVE ITEM-AMOUNT-W TO RCN-I-AMOUNT.
           WRITE RECONREP-LINE FROM RCN-ITEM-LINE.
           ADD 1 TO ITEM-COUNT.
           ADD 1 TO UNPOSTED-COUNT.
       EXIT.

       WRITE-NO-ITEMS SECTION.
           IF ITEM-COUNT = ZERO
               MOVE "    NONE" TO RCN-NOTE-LINE
               WRITE RECONREP-LINE FROM RCN-NOTE-LINE
           END-IF.
       EXIT.

      *>  読んだ仕訳連携ファイルごとの当期のバッチ数
       WRITE-GL-FILE-SUMMARY SECTION.
           MOVE "GL EXTRACTS" TO RCN-NOTE-LINE.
           WRITE RECONREP-LINE FROM RCN-NOTE-LINE.
           MOVE 1 TO GLF-SUB.
           PERFORM WRITE-GL-FILE-LINE UNTIL GLF-SUB > GLF-MAX.
       EXIT.

       WRITE-GL-FILE-LINE SECTION.
           MOVE GLF-NAME(GLF-SUB) TO RCN-G-NAME.
           MOVE GLF-STATE(GLF-SUB) TO RCN-G-STATE.
           MOVE GLF-BATCH-COUNT(GLF-SUB) TO RCN-G-BATCH.
           MOVE GLF-SKIP-COUNT(GLF-SUB) TO RCN-G-SKIP.
           WRITE RECONREP-LINE FROM RCN-GLF-LINE.
           ADD 1 TO GLF-SUB.
       EXIT.

      *>  月次締め。期末残高を次回の期首残高として書き出す
       WRITE-CLOSING-BALANCES SECTION.
           OPEN OUTPUT CLEARBAL-F.
           IF F-STATUS2 NOT = "00"
               DISPLAY "OPEN ERROR " CLEARBAL-FNAME " " F-STATUS2
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO ACCT-SUB.
           PERFORM WRITE-CLOSING-LINE UNTIL ACCT-SUB > ACCT-MAX.
           CLOSE CLEARBAL-F.
           MOVE CLEARBAL-FNAME TO RCN-C-NAME.
           WRITE RECONREP-LINE FROM RCN-CARRY-LINE.
       EXIT.

       WRITE-CLOSING-LINE SECTION.
           MOVE ACCT-NAME(ACCT-SUB) TO CB-ACCOUNT.
           IF ACCT-CLOSE(ACCT-SUB) < ZERO
               MOVE "DR" TO CB-SIDE
               COMPUTE CB-AMOUNT = 0 - ACCT-CLOSE(ACCT-SUB)
           ELSE
               MOVE "CR" TO CB-SIDE
               MOVE ACCT-CLOSE(ACCT-SUB) TO CB-AMOUNT
           END-IF.
           MOVE RUN-DATE TO CB-DATE.
           WRITE CLEARBAL-REC.
           ADD 1 TO ACCT-SUB.
       EXIT.

       END PROGRAM CLEARING-RECONCILE.
