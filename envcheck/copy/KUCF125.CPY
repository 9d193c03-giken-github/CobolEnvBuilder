      ******************************************************************
      *    コピー名　　：KUCF125
      *    内容　　　　：電子請求書コントロールファイル（EIC-FILE）
      *                  レコードレイアウト
      *                  （KUBM044の１実行につき１件。電子請求書デー
      *                    タ（KUCF124）の請求書件数・レコード件数と
      *                    金額合計を持ち、電子請求サービスの受付結果
      *                    との照合に使用する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  EIC-TOROKU-NO           PIC X(14).
           03  EIC-ISSUE-DATE          PIC 9(08).
           03  EIC-FROM-DATE           PIC 9(08).
           03  EIC-TO-DATE             PIC 9(08).
           03  EIC-SEI-KENSU           PIC 9(06).
           03  EIC-REC-KENSU           PIC 9(08).
           03  EIC-NET-KINGAKU         PIC S9(13).
           03  EIC-ZEI-KINGAKU         PIC S9(11).
           03  EIC-GROSS-KINGAKU       PIC S9(13).
           03  FILLER                  PIC X(11).
