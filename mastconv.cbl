           03 DATE-OF-EMP PIC 9(8).
           03 BASIC-SALARY PIC 9(6).
           03 EMP-DEPT-CODE PIC X(04).
           03 EMP-TERM-FLAG PIC X(01).
           03 EMP-LEAVE-DATE PIC 9(8).
           03 EMP-COMPANY PIC X(02).
       01 EMPLOYEE-LINE REDEFINES EMPLOYEE PIC X(36).
       FD PII-F.
       01 PII.
           03 PII-ID PIC 9(6).
           03 PII-BRANCH-CODE PIC X(03).
           03 PII-ACCOUNT-NO PIC X(07).
           03 PII-PAY-METHOD PIC X(01).
           03 PII-COMPANY PIC X(02).
       01 PII-LINE REDEFINES PII PIC X(63).
      *>  従業員マスタ（索引編成。キーは従業員番号。
      *>  EM-TERM-FLAG "T"=退職済み、EM-LEAVE-DATE=退職日、
      *>  EM-COMPANY=所属会社コード）
       FD EMPMAST-F.
       01 EMPMAST-REC.
           03 EM-EMP-ID PIC 9(6).
           03 EM-DATE PIC 9(8).
           03 EM-SALARY PIC 9(6).
           03 EM-DEPT PIC X(4).
           03 EM-TERM-FLAG PIC X(1).
           03 EM-LEAVE-DATE PIC 9(8).
           03 EM-COMPANY PIC X(2).
      *>  個人データマスタ（索引編成。キーは個人番号。
      *>  PM-COMPANY=所属会社コード）
       FD PIIMAST-F.
       01 PIIMAST-REC.
           03 PM-PII-ID PIC 9(6).
           03 PM-BRANCH PIC X(3).
           03 PM-ACCOUNT PIC X(7).
           03 PM-METHOD PIC X(1).
           03 PM-COMPANY PIC X(2).
      *>  変換できなかった行（理由を添えて返却し、修正・再投入する）
       FD CONVERR-F.
       01 CONVERR-REC.
           03 CERR-REASON PIC X(30).
           03 CERR-LINE PIC X(63).
       WORKING-STORAGE SECTION.
       01 F-STATUS PIC XX.
       01 F-STATUS2 PIC XX.
       01 PII-ERR-COUNT PIC 9(6) VALUE ZERO.
       01 BALANCE-OK PIC X VALUE "Y".
       01 RUN-RC PIC 9(2) VALUE ZERO.
      *>  会社コードの欄がない以前の形式の行に入れる自社の会社コード
       01 HOME-COMPANY PIC X(2) VALUE "01".
       PROCEDURE DIVISION.
      *----------<メインルーチン>----------
       MAIN SECTION.
                       MOVE DATE-OF-EMP TO EM-DATE
                       MOVE BASIC-SALARY TO EM-SALARY
                       MOVE EMP-DEPT-CODE TO EM-DEPT
                       PERFORM SET-TERM-FIELDS
                       WRITE EMPMAST-REC
                           INVALID KEY
                               ADD 1 TO EMP-ERR-COUNT
           END-READ.
       EXIT.

      *>  退職区分と退職日と会社コードを移す。退職区分の欄がない
      *>  以前の形式の行（空白）は在職者として扱い、退職日はゼロに
      *>  する
       SET-TERM-FIELDS SECTION.
           IF EMP-TERM-FLAG = "T"
               MOVE "T" TO EM-TERM-FLAG
           ELSE
               MOVE SPACE TO EM-TERM-FLAG
           END-IF.
           IF EMP-LEAVE-DATE IS NUMERIC
               MOVE EMP-LEAVE-DATE TO EM-LEAVE-DATE
           ELSE
               MOVE ZERO TO EM-LEAVE-DATE
           END-IF.
      *>  会社コードの欄がない行は自社の従業員として扱う
           IF EMP-COMPANY = SPACE
               MOVE HOME-COMPANY TO EM-COMPANY
           ELSE
               MOVE EMP-COMPANY TO EM-COMPANY
           END-IF.
       EXIT.

      *>  個人データマスタの1行分を索引マスタに書き出す
       LOAD-PII-LINE SECTION.
           READ PII-F
                       MOVE PII-BRANCH-CODE TO PM-BRANCH
                       MOVE PII-ACCOUNT-NO TO PM-ACCOUNT
                       MOVE PII-PAY-METHOD TO PM-METHOD
                       IF PII-COMPANY = SPACE
                           MOVE HOME-COMPANY TO PM-COMPANY
                       ELSE
                           MOVE PII-COMPANY TO PM-COMPANY
                       END-IF
                       WRITE PIIMAST-REC
                           INVALID KEY
                               ADD 1 TO PII-ERR-COUNT
                   MOVE EM-DATE TO DATE-OF-EMP
                   MOVE EM-SALARY TO BASIC-SALARY
                   MOVE EM-DEPT TO EMP-DEPT-CODE
                   MOVE EM-TERM-FLAG TO EMP-TERM-FLAG
                   MOVE EM-LEAVE-DATE TO EMP-LEAVE-DATE
                   MOVE EM-COMPANY TO EMP-COMPANY
                   WRITE EMPLOYEE
                   ADD 1 TO EMP-OUT-COUNT
           END-READ.
                   MOVE PM-BRANCH TO PII-BRANCH-CODE
                   MOVE PM-ACCOUNT TO PII-ACCOUNT-NO
                   MOVE PM-METHOD TO PII-PAY-METHOD
                   MOVE PM-COMPANY TO PII-COMPANY
                   WRITE PII
                   ADD 1 TO PII-OUT-COUNT
           END-READ.
