      ******************************************************************
      *    コピー名　　：KUCF154
      *    内容　　　　：マスタ管理金額算出連絡領域
      *                  （共通サブプログラムKUBS070の呼び出し元と
      *                    受け渡す。マスタ識別とそのマスタの
      *                    レコード１件を渡すと、そのレコードの
      *                    管理金額を返す。結果区分０＝算出済、
      *                    １＝マスタ識別が対象外（金額はゼロ））
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  MKA-MST-ID              PIC X(04).
           03  MKA-DATA                PIC X(120).
           03  MKA-KIN                 PIC S9(13)V99.
           03  MKA-KEKKA-KBN           PIC X(01).
               88  MKA-KEKKA-OK            VALUE "0".
               88  MKA-KEKKA-NG            VALUE "1".
           03  FILLER                  PIC X(10).
