      ******************************************************************
      *    コピー名　　：KUCF136
      *    内容　　　　：与信限度見直し承認（CRA-FILE）レコード
      *                  レイアウト
      *                  （与信限度見直し表を確認した与信管理者が、
      *                    承認・却下する得意先ごとに１件作成する。
      *                    区分：１＝推奨額で承認　２＝指定額で承認
      *                    ９＝却下。指定額は右詰め数字で記入する。
      *                    承認者・承認日の無いものは処理しない。
      *                    KUBM091が承認分を得意先マスタ保守トラン
      *                    ザクション（KUCF022）として出力する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  CRA-TOKU-COD            PIC X(04).
           03  CRA-SHONIN-KBN          PIC X(01).
               88  CRA-SHONIN-TEIAN        VALUE "1".
               88  CRA-SHONIN-SHITEI       VALUE "2".
               88  CRA-SHONIN-KYAKKA       VALUE "9".
           03  CRA-CREDIT-LIMIT        PIC X(11).
           03  CRA-SHONIN-SHA          PIC X(08).
           03  CRA-SHONIN-DATE         PIC 9(08).
           03  CRA-BIKO                PIC X(20).
           03  FILLER                  PIC X(28).
