      ******************************************************************
      *    コピー名　　：KUCF126
      *    内容　　　　：営業日カレンダマスタ（CAL-FILE）レコード
      *                  レイアウト
      *                  （暦日１日につき１件、日付の昇順。KUBM086が
      *                    年単位で作成・保守し、共通サブプログラム
      *                    KUBS040が営業日の判定に使用する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  CAL-DATE                PIC 9(08).
           03  CAL-EIGYO-KBN           PIC X(01).
               88  CAL-EIGYO               VALUE "1".
               88  CAL-KYUJITSU            VALUE "2".
      *    曜日（１＝月曜日〜７＝日曜日）
           03  CAL-YOBI                PIC 9(01).
      *    休日名（祝日・会社休日の名称。土日・営業日は空白）
           03  CAL-KYUJITSU-MEI        PIC X(20).
           03  FILLER                  PIC X(10).
