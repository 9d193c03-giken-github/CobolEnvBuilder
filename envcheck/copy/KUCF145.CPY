      ******************************************************************
      *    コピー名　　：KUCF145
      *    内容　　　　：索引商品マスタ（SHOMK-FILE）レコードレイアウト
      *                  （商品マスタ（KUCF021）の各レコードの前に
      *                    商品番号／適用開始日付のキーを付けた索引
      *                    編成の複写。KUBM101が順編成の商品マスタ
      *                    から作成し、KUBS050が参照する。適用開始
      *                    日付が空白・ゼロの従来形式のレコードは
      *                    キーの日付をゼロとする）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  SHK-KEY.
             05  SHK-SHOHIN-NO         PIC X(05).
             05  SHK-TEKIYO-DATE       PIC 9(08).
           03  SHK-SHOM-DATA           PIC X(80).
