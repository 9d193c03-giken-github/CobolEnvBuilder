      ******************************************************************
      *    コピー名　　：KUCF105
      *    内容　　　　：仕入入庫トランザクション（STR-FILE）
      *                  レコードレイアウト
      *                  （仕入先からの入荷を入庫伝票の明細１行につき
      *                    １件で作成する。数量は符号付きとし、仕入先
      *                    への返品・入庫の訂正はマイナスで表す。
      *                    KUBM077J のソートで商品番号の昇順に並べ
      *                    替えて使用する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  STR-SHOHIN-NO           PIC X(05).
           03  STR-NYUKO-DATE          PIC 9(08).
           03  STR-SHIIRE-COD          PIC X(06).
           03  STR-DENPYO-NO           PIC X(08).
           03  STR-SURYO               PIC S9(07).
           03  FILLER                  PIC X(16).
