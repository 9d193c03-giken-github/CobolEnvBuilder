      ******************************************************************
      *    コピー名　　：KUCF151
      *    内容　　　　：マスタ世代保全カタログ（BKC-FILE）
      *                  レコードレイアウト
      *                  （KUBM103が業務日付の締めごとに保全した
      *                    マスタ１本につき１件追記する。同じ業務
      *                    日付・保全時刻の１８件で１組とし、KUBM104
      *                    の復元とKUBM103の照合が参照する。同じ業務
      *                    日付を保全し直した場合は保全時刻の新しい
      *                    組を正とする）
      *                  　件数・管理金額はKUBS070の算出による
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：台帳・履歴の８本を保全の組に追加し、
      *    　　　　　　　　１組を１０件から１８件に変更
      ******************************************************************
      *
           03  BKC-GYOMU-DATE          PIC 9(08).
           03  BKC-SET-TS              PIC X(14).
           03  BKC-MST-ID              PIC X(04).
           03  BKC-CNT                 PIC 9(10).
           03  BKC-KIN                 PIC S9(13)V99.
           03  FILLER                  PIC X(49).
