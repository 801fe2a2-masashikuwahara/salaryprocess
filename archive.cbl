               05 LIN-RUN-YY PIC 9(4).
               05 LIN-RUN-MMDD PIC 9(4).
           03 LIN-AMOUNT PIC 9(6).
           03 LIN-REST PIC X(51).
       FD LEDGERNEW-F.
       01 LEDGERNEW-REC PIC X(71).
       FD ARCHL-F.
       01 ARCHL-REC PIC X(71).
      *>  実行管理ログ（先頭の実行日と差引合計だけ見る）
       FD RUNLOG-F.
       01 RUNLOG-REC.
               05 RL-MMDD PIC 9(4).
           03 RL-MID PIC X(66).
           03 RL-NET PIC 9(9).
           03 RL-REST PIC X(132).
       FD RUNLOGNEW-F.
       01 RUNLOGNEW-REC PIC X(215).
       FD ARCHR-F.
       01 ARCHR-REC PIC X(215).
      *>  マスタ変更の監査証跡（先頭の適用日だけ見る。金額なし）
       FD AUDIT-F.
       01 AUDIT-REC.
           03 AUD-DATE.
               05 AUD-YY PIC 9(4).
               05 AUD-MMDD PIC 9(4).
           03 AUD-REST PIC X(229).
       FD AUDITNEW-F.
       01 AUDITNEW-REC PIC X(237).
       FD ARCHA-F.
       01 ARCHA-REC PIC X(237).
      *>  保管実行の検算レポート（ファイルごとに「読み込み＝
      *>  現用残＋保管」が件数・金額とも成り立つことを示す）
       FD RECON-F.
