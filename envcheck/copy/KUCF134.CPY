      ******************************************************************
      *    コピー名　　：KUCF134
      *    内容　　　　：納品書発行台帳（NHROLD／NHRNEW-FILE）
      *                  レコードレイアウト
      *                  （KUBM090が納品書１通（受注１件）につき１件
      *                    書き出す。納品書番号は全実行を通じた連番
      *                    であり、旧世代台帳の最大番号＋１から採番
      *                    する。得意先コード／受注日付／受注番号が
      *                    台帳にある受注は発行済みとして再発行しない。
      *                    世代データセットとして実行ごとに新世代を
      *                    作成し、発行日が保存月数より古いレコードは
      *                    新世代へ引き継がない）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  NHR-NOHIN-NO            PIC 9(08).
           03  NHR-TOKU-COD            PIC X(04).
           03  NHR-JUCHU-DATE          PIC 9(08).
           03  NHR-JUCHU-NO            PIC 9(04).
           03  NHR-EIGYO-COD           PIC X(02).
           03  NHR-HAKKO-DATE          PIC 9(08).
           03  NHR-GYO-SU              PIC 9(03).
           03  NHR-SURYO               PIC S9(07).
           03  NHR-KINGAKU             PIC S9(11).
           03  FILLER                  PIC X(25).
