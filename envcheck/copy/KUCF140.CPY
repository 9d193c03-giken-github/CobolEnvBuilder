      ******************************************************************
      *    コピー名　　：KUCF140
      *    内容　　　　：異常受注確認済（UOA-FILE）レコードレイアウト
      *                  （異常受注チェックリストの警告明細を確認し、
      *                    誤りでないと判断した明細ごとに１件作成
      *                    する。得意先コード／受注日付／受注番号／
      *                    商品番号で明細を特定する。確認者・確認日
      *                    の無いものは確認済としない。KUBM095が
      *                    参照する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  UOA-TOKU-COD            PIC X(04).
           03  UOA-JUCHU-DATE          PIC 9(08).
           03  UOA-JUCHU-NO            PIC 9(04).
           03  UOA-SHOHIN-NO           PIC X(05).
           03  UOA-KAKUNIN-SHA         PIC X(08).
           03  UOA-KAKUNIN-DATE        PIC 9(08).
           03  UOA-BIKO                PIC X(20).
           03  FILLER                  PIC X(23).
