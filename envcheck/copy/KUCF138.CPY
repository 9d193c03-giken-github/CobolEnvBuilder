      ******************************************************************
      *    コピー名　　：KUCF138
      *    内容　　　　：粗利分析表作成パラメタ（MGNPRM-FILE）
      *                  レコードレイアウト
      *                  （粗利分析表の対象年月をＹＹＹＹＭＭで指定
      *                    する。ゼロ・パラメタなしは実行日の前月と
      *                    する。KUBM094が参照する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  MGP-YYYYMM              PIC 9(06).
           03  FILLER                  PIC X(24).
