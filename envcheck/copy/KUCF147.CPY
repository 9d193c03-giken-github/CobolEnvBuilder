      ******************************************************************
      *    コピー名　　：KUCF147
      *    内容　　　　：操作者マスタ（OPM-FILE）レコードレイアウト
      *                  （レコード区分
      *                    １＝操作者（利用者ＩＤごとに１件。氏名・
      *                        ロール・状態区分を持つ）
      *                    ２＝ロール別利用可能プログラム（ロールと
      *                        オンラインプログラムの組合せごとに
      *                        １件）
      *                    状態区分が１（利用中）以外の操作者、
      *                    およびロールにプログラムの登録が無い
      *                    場合は利用不可とする。システム管理者が
      *                    パラメタファイルと同様に編集して保守し、
      *                    KUBS060が参照する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  OPM-REC-KBN             PIC X(01).
               88  OPM-REC-USER            VALUE "1".
               88  OPM-REC-ROLE            VALUE "2".
           03  OPM-USER-DATA.
             05  OPM-USER-ID           PIC X(08).
             05  OPM-USER-MEI          PIC X(20).
             05  OPM-ROLE-COD          PIC X(02).
             05  OPM-STATUS-KBN        PIC X(01).
                 88  OPM-STATUS-ACTIVE     VALUE "1".
                 88  OPM-STATUS-REVOKED    VALUE "3".
             05  FILLER                PIC X(08).
           03  OPM-ROLE-DATA REDEFINES OPM-USER-DATA.
             05  OPM-ROLE-ROLE-COD     PIC X(02).
             05  OPM-ROLE-PGM-ID       PIC X(08).
             05  FILLER                PIC X(29).
