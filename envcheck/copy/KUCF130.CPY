      ******************************************************************
      *    コピー名　　：KUCF130
      *    内容　　　　：入金予測表パラメタ（FCPRM-FILE）
      *                  レコードレイアウト
      *                  （基準日（ゼロは実行日）から何週分を週別に
      *                    予測するか（ゼロは８週、上限１２週）と、
      *                    平均遅延日数の算出に使う入金実績の期間
      *                    （基準日から遡る日数。ゼロは３６５日）。
      *                    KUBM088が参照する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  FCP-KIJUN-DATE          PIC 9(08).
           03  FCP-SHU-SU              PIC 9(02).
           03  FCP-JISSEKI-DAYS        PIC 9(03).
           03  FILLER                  PIC X(17).
