      ******************************************************************
      *    コピー名　　：KUCF112
      *    内容　　　　：延滞利息計算履歴（LIHOLD／LIHNEW-FILE）
      *                  レコードレイアウト
      *                  （KUBM081が実行ごとに新世代を作成する。
      *                    先頭に管理レコード（区分０）を１件持ち、
      *                    前回の計算基準日を記録する。同じ計算基準日
      *                    以前の再計算（二重請求）を防ぐため、KUBM081
      *                    は管理レコードの計算基準日以前を指定した
      *                    実行を行わない。
      *                    明細レコード（区分１）は延滞利息の計算対象
      *                    となった請求書１件につき１件で、利息を計算
      *                    済みの最終日（計算済日）と、その時点の
      *                    未回収額を持つ。次回はこの翌日から計算し、
      *                    前回以降に入金された請求書は入金日まで
      *                    計算して退役させる）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  LIH-REC-KBN             PIC X(01).
               88  LIH-REC-CTL             VALUE "0".
               88  LIH-REC-DETAIL          VALUE "1".
           03  LIH-SEI-NO              PIC 9(08).
           03  LIH-TOKU-COD            PIC X(04).
           03  LIH-OPEN-KINGAKU        PIC S9(12).
           03  LIH-KEISAN-DATE         PIC 9(08).
           03  LIH-SHORI-DATE          PIC 9(08).
           03  FILLER                  PIC X(09).
