      ******************************************************************
      *    コピー名　　：KUCF099
      *    内容　　　　：請求書取消トランザクション（VDT-FILE）
      *                  レコードレイアウト
      *                  （経理が取り消す請求書ごとに作成する。
      *                    請求書番号で請求書発行台帳（KUCF029）と
      *                    突合し、取消理由は赤伝と台帳へ記録する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  VDT-SEI-NO              PIC 9(08).
           03  VDT-REASON              PIC X(30).
           03  FILLER                  PIC X(12).
