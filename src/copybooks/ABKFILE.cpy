      * 学務系バックアップの世代台帳（acad_backup_catalog.dat）。
      * 世代番号は作成日時（YYYYMMDDHHMMSS）。作成元は手動作成
      * のMANUAL、学期繰越前のSYLROLL、進級・卒業処理前の
      * STUPROG、リストア直前の退避のRESTORE
       01  ACAD-BACKUP-CATALOG-RECORD.
           05  ABK-GEN-ID.
               10  ABK-GEN-DATE         PIC 9(8).
               10  ABK-GEN-TIME         PIC 9(6).
           05  FILLER                   PIC X(1).
           05  ABK-MARK                 PIC X(1).
               88  ABK-ACTIVE           VALUE "A".
               88  ABK-SUPERSEDED       VALUE "S".
           05  FILLER                   PIC X(1).
           05  ABK-ORIGIN               PIC X(8).
           05  FILLER                   PIC X(1).
           05  ABK-TOTAL-COUNT          PIC 9(7).
           05  FILLER                   PIC X(13).
