      ******************************************************************
      *    コピー名　　：KUCF152
      *    内容　　　　：保全マスタファイル（BKP-FILE）
      *                  レコードレイアウト
      *                  （KUBM103が業務日付の締めごとに全マスタを
      *                    １世代へまとめて書き出す。先頭に見出し
      *                    レコードを１件置き、以降は各マスタの
      *                    レコードをマスタ識別付きでそのまま持つ。
      *                    KUBM104はこの見出しの有無で保全世代が
      *                    残っているかを判断する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  BKP-REC-KBN             PIC X(01).
               88  BKP-REC-HEADER          VALUE "1".
               88  BKP-REC-DATA            VALUE "2".
           03  BKP-GYOMU-DATE          PIC 9(08).
           03  BKP-SET-TS              PIC X(14).
           03  BKP-MST-ID              PIC X(04).
           03  BKP-DATA                PIC X(120).
           03  FILLER                  PIC X(03).
