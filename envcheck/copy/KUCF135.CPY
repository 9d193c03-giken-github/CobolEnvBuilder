      ******************************************************************
      *    コピー名　　：KUCF135
      *    内容　　　　：与信限度見直しパラメタ（CRPRM-FILE）
      *                  レコードレイアウト
      *                  （見直し期間（ゼロは実行月の前月までの直近
      *                    ３か月）と、増額・減額を推奨する判定基準。
      *                    ゼロ・空白の項目は既定値とする。KUBM091が
      *                    参照する）
      *                  　増額：期間中の最大与信額が限度額の増額
      *                    利用率（既定９０％）以上、または与信保留
      *                    件数が増額保留件数（既定１件）以上で、
      *                    平均遅延日数が増額遅延上限（既定５日）
      *                    以下、６０日・９０日超の残高が無い場合。
      *                    増額率（既定２０％）で増額する
      *                  　減額：平均遅延日数が減額遅延下限（既定
      *                    ３０日）以上、または９０日超の残高がある
      *                    場合は減額率（既定２０％）で減額する。
      *                    最大与信額が限度額の減額利用率（既定
      *                    ３０％）未満の場合も同率で減額するが、
      *                    最大与信額を下回らない額とする
      *                  　推奨額は丸め単位（既定１０万円）に丸める
      *                    （増額は切り上げ、減額は切り捨て）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  CRP-FROM-DATE           PIC 9(08).
           03  CRP-TO-DATE             PIC 9(08).
           03  CRP-UP-RIYORITSU        PIC 9(03).
           03  CRP-UP-HORYU-KENSU      PIC 9(03).
           03  CRP-UP-CHIEN-MAX        PIC 9(03).
           03  CRP-UP-RITSU            PIC 9(03).
           03  CRP-DN-CHIEN-MIN        PIC 9(03).
           03  CRP-DN-RIYORITSU        PIC 9(03).
           03  CRP-DN-RITSU            PIC 9(03).
           03  CRP-MARUME-TANI         PIC 9(09).
           03  FILLER                  PIC X(34).
