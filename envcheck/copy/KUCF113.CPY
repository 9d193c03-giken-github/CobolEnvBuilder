      ******************************************************************
      *    コピー名　　：KUCF113
      *    内容　　　　：未充当返金処理パラメタ（RFPRM-FILE）
      *                  レコードレイアウト
      *                  （KUBM082が参照する。滞留日数は未充当発生日
      *                    からこの日数以上経過した未充当を滞留リスト
      *                    に載せる日数（ゼロは３０日）。振込指定日は
      *                    振込データの取組日（ゼロは実行日の翌日）。
      *                    依頼人コード・依頼人名と仕向銀行・支店・
      *                    預金種目・口座番号は当社の振込元口座で、
      *                    全銀フォーマットのヘッダへそのまま載せる。
      *                    名称は半角カナで指定する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  RFP-TAIRYU-DAYS         PIC 9(03).
           03  RFP-FURIKOMI-DATE       PIC 9(08).
           03  RFP-IRAI-COD            PIC 9(10).
           03  RFP-IRAI-MEI            PIC X(40).
           03  RFP-BANK-COD            PIC 9(04).
           03  RFP-BANK-MEI            PIC X(15).
           03  RFP-SHITEN-COD          PIC 9(03).
           03  RFP-SHITEN-MEI          PIC X(15).
           03  RFP-YOKIN-KBN           PIC 9(01).
           03  RFP-KOZA-NO             PIC 9(07).
           03  FILLER                  PIC X(14).
