      ******************************************************************
      *    コピー名　　：KUCF153
      *    内容　　　　：マスタ世代保全パラメタ（MBPPRM-FILE）
      *                  レコードレイアウト
      *                  （KUBM103・KUBM104が参照する）
      *                  　業務日付：保全・照合・復元する業務日付
      *                    （KUBM103の保全では既定はシステム日付。
      *                      照合・復元では指定必須）
      *                  　処理区分：KUBM103の処理
      *                    （空白・１＝保全、２＝照合）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  MBP-GYOMU-DATE          PIC 9(08).
           03  MBP-MODE-KBN            PIC X(01).
               88  MBP-MODE-CATALOG        VALUE " " "1".
               88  MBP-MODE-VERIFY         VALUE "2".
           03  FILLER                  PIC X(31).
