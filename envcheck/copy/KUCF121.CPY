      ******************************************************************
      *    コピー名　　：KUCF121
      *    内容　　　　：貸倒償却トランザクション（BDT-FILE）
      *                  レコードレイアウト
      *                  （経理が承認した貸倒償却１件につき１件。
      *                    請求書番号を指定した場合はその請求書の
      *                    未回収額から、ゼロの場合は得意先の未回収
      *                    請求書へ番号順に充てて償却する。KUBM085が
      *                    売掛金残高マスタ・未消込請求マスタを減額
      *                    し、貸倒台帳へ記録する。承認者・承認日の
      *                    無いトランザクションは処理しない）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  BDT-TOKU-COD            PIC X(04).
           03  BDT-SEI-NO              PIC 9(08).
           03  BDT-KINGAKU             PIC 9(11).
           03  BDT-RIYU                PIC X(30).
           03  BDT-SHONIN-SHA          PIC X(08).
           03  BDT-SHONIN-DATE         PIC 9(08).
           03  FILLER                  PIC X(11).
