      ******************************************************************
      *    コピー名　　：KUCF117
      *    内容　　　　：総合振込データ（ZGN-FILE）レコードレイアウト
      *                  （全銀協規定フォーマット・固定長１２０バイト。
      *                    ヘッダ（データ区分１）・データ（２）・
      *                    トレーラ（８）・エンド（９）の順に並ぶ。
      *                    KUBM082が未充当返金の振込依頼として作成し、
      *                    取引銀行へ伝送する。顧客コード１は得意先
      *                    コード、顧客コード２は返金番号とする）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  ZGN-DATA-KBN            PIC X(01).
               88  ZGN-REC-HEADER          VALUE "1".
               88  ZGN-REC-DATA            VALUE "2".
               88  ZGN-REC-TRAILER         VALUE "8".
               88  ZGN-REC-END             VALUE "9".
           03  ZGN-HEADER-AREA.
               05  ZGN-SHUBETSU-COD        PIC 9(02).
               05  ZGN-COD-KBN             PIC X(01).
               05  ZGN-IRAI-COD            PIC 9(10).
               05  ZGN-IRAI-MEI            PIC X(40).
               05  ZGN-TORIKUMI-MMDD       PIC 9(04).
               05  ZGN-SHIMUKE-BANK-COD    PIC 9(04).
               05  ZGN-SHIMUKE-BANK-MEI    PIC X(15).
               05  ZGN-SHIMUKE-SHITEN-COD  PIC 9(03).
               05  ZGN-SHIMUKE-SHITEN-MEI  PIC X(15).
               05  ZGN-IRAI-YOKIN-KBN      PIC 9(01).
               05  ZGN-IRAI-KOZA-NO        PIC 9(07).
               05  FILLER                  PIC X(17).
           03  ZGN-DATA-AREA REDEFINES ZGN-HEADER-AREA.
               05  ZGN-HI-BANK-COD         PIC 9(04).
               05  ZGN-HI-BANK-MEI         PIC X(15).
               05  ZGN-HI-SHITEN-COD       PIC 9(03).
               05  ZGN-HI-SHITEN-MEI       PIC X(15).
               05  ZGN-TEGATA-COD          PIC X(04).
               05  ZGN-YOKIN-KBN           PIC 9(01).
               05  ZGN-KOZA-NO             PIC 9(07).
               05  ZGN-UKETORI-MEI         PIC X(30).
               05  ZGN-FURIKOMI-KINGAKU    PIC 9(10).
               05  ZGN-SHINKI-COD          PIC X(01).
               05  ZGN-KOKYAKU-COD1        PIC X(10).
               05  ZGN-KOKYAKU-COD2        PIC X(10).
               05  ZGN-FURIKOMI-SHITEI     PIC X(01).
               05  ZGN-SHIKIBETSU          PIC X(01).
               05  FILLER                  PIC X(07).
           03  ZGN-TRAILER-AREA REDEFINES ZGN-HEADER-AREA.
               05  ZGN-GOKEI-KENSU         PIC 9(06).
               05  ZGN-GOKEI-KINGAKU       PIC 9(12).
               05  FILLER                  PIC X(101).
