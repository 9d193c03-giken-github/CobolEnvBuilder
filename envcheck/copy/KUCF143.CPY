      ******************************************************************
      *    コピー名　　：KUCF143
      *    内容　　　　：得意先コード統合管理ファイル（MCT-FILE）
      *                  レコードレイアウト
      *                  （KUBM097が付け替え前の各ファイルの件数・
      *                    管理金額・付け替え件数を１ファイル１件で
      *                    書き出し、KUBM098が統合後の件数・金額と
      *                    突合する。ファイル順は得意先マスタ・売掛
      *                    金残高・未消込請求・累計・受注履歴・契約
      *                    単価・配信先・営業所対応表・請求書発行
      *                    台帳・督促発行台帳の順とする）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  MCT-FILE-ID             PIC X(08).
           03  MCT-BEFORE-CNT          PIC 9(10).
           03  MCT-BEFORE-KIN          PIC S9(15).
           03  MCT-REKEY-CNT           PIC 9(10).
           03  FILLER                  PIC X(17).
