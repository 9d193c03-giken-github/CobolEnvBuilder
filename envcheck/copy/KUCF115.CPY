      ******************************************************************
      *    コピー名　　：KUCF115
      *    内容　　　　：未充当返金トランザクション（RFT-FILE）
      *                  レコードレイアウト
      *                  （経理が承認した返金１件につき１件。KUBM082
      *                    が返金額を未充当から差し引き、振込データ
      *                    と返金台帳へ出力する。承認者・承認日の無い
      *                    トランザクションは処理しない）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  RFT-TOKU-COD            PIC X(04).
           03  RFT-KINGAKU             PIC 9(11).
           03  RFT-SHONIN-SHA          PIC X(08).
           03  RFT-SHONIN-DATE         PIC 9(08).
           03  RFT-BIKO                PIC X(20).
           03  FILLER                  PIC X(09).
