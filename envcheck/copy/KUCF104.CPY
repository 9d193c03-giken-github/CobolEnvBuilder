      ******************************************************************
      *    コピー名　　：KUCF104
      *    内容　　　　：商品在庫マスタ（STKOLD／STKNEW-FILE）
      *                  レコードレイアウト
      *                  （商品番号をキーとし商品番号の昇順で保持する
      *                    １商品１件の現在庫。KUBM077が売上出庫・
      *                    返品入庫・仕入入庫を反映して世代更新する。
      *                    在庫数量は符号付きとし、出庫が在庫を上回った
      *                    場合はマイナスで保持する。更新日付は最後に
      *                    KUBM077で世代を作成した日付）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  STK-SHOHIN-NO           PIC X(05).
           03  STK-SHOHIN-MEI          PIC X(20).
           03  STK-ZAIKO-SURYO         PIC S9(09).
           03  STK-LAST-NYUKO-DATE     PIC 9(08).
           03  STK-LAST-SHUKKO-DATE    PIC 9(08).
           03  STK-UPD-DATE            PIC 9(08).
           03  FILLER                  PIC X(22).
