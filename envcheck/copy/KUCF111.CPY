      ******************************************************************
      *    コピー名　　：KUCF111
      *    内容　　　　：延滞利息計算パラメタ（LIPRM-FILE）
      *                  レコードレイアウト
      *                  （KUBM081が参照する。年利率は％で小数点以下
      *                    ３桁まで（例　１４．６００）。ゼロは計算
      *                    不可として処理しない。最低請求額は得意先
      *                    ごとの当回利息合計がこれに満たない場合に
      *                    請求する下限額（ゼロは下限なし）。猶予日数
      *                    は支払期日を過ぎてもこの日数までは利息を
      *                    計算しない日数で、猶予を超えた請求書は
      *                    支払期日の翌日から計算する。計算基準日
      *                    ゼロは実行日の前月末日とする。支払日数は
      *                    延滞利息請求書の支払期日（発行日からの
      *                    日数）で、ゼロは得意先マスタの支払サイト
      *                    日数（それもゼロ・空白なら３０日）とする）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  LIP-NENRITSU            PIC 9(02)V9(03).
           03  LIP-MIN-KINGAKU         PIC 9(07).
           03  LIP-YUYO-DAYS           PIC 9(03).
           03  LIP-KEISAN-DATE         PIC 9(08).
           03  LIP-SHIHARAI-DAYS       PIC 9(03).
           03  FILLER                  PIC X(14).
