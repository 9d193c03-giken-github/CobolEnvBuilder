      ******************************************************************
      *    コピー名　　：KUCF116
      *    内容　　　　：未充当返金台帳（RFR-FILE）レコードレイアウト
      *                  （KUBM082が返金１件につき１件書き出す。返金
      *                    番号は全実行を通じた連番であり、旧世代台帳
      *                    の最大番号＋１から採番する。振込先は返金
      *                    時点の得意先振込先マスタの口座を記録する。
      *                    返金前未充当は返金を差し引く前の未充当額。
      *                    世代データセットとして実行ごとに新世代を
      *                    作成し、仕訳データ作成KUBM076が処理日の
      *                    返金を仕訳する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  RFR-HENKIN-NO           PIC 9(08).
           03  RFR-TOKU-COD            PIC X(04).
           03  RFR-KINGAKU             PIC S9(11).
           03  RFR-FURIKOMI-DATE       PIC 9(08).
           03  RFR-SHORI-DATE          PIC 9(08).
           03  RFR-SHONIN-SHA          PIC X(08).
           03  RFR-SHONIN-DATE         PIC 9(08).
           03  RFR-BANK-COD            PIC 9(04).
           03  RFR-SHITEN-COD          PIC 9(03).
           03  RFR-YOKIN-KBN           PIC 9(01).
           03  RFR-KOZA-NO             PIC 9(07).
           03  RFR-UNAP-BEFORE         PIC S9(11).
           03  FILLER                  PIC X(19).
