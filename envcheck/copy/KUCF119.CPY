      ******************************************************************
      *    コピー名　　：KUCF119
      *    内容　　　　：口座振替データ（KFZ-FILE）レコードレイアウト
      *                  （全銀協規定フォーマット・固定長１２０バイト。
      *                    ヘッダ（データ区分１）・データ（２）・
      *                    トレーラ（８）・エンド（９）の順に並ぶ。
      *                    KUBM083が引き落としの依頼として作成して
      *                    取引銀行へ伝送し、銀行は振替結果コードを
      *                    記入した同じ形式の結果データを返す。
      *                    KUBM084が結果データを取り込む。顧客番号は
      *                    得意先コード＋請求書番号とする。
      *                    振替結果コード：０＝振替済　１＝資金不足
      *                    　２＝取引なし　３＝預金者の都合による停止
      *                    　４＝依頼書なし　８＝委託者の都合による
      *                    　停止　９＝その他）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  KFZ-DATA-KBN            PIC X(01).
               88  KFZ-REC-HEADER          VALUE "1".
               88  KFZ-REC-DATA            VALUE "2".
               88  KFZ-REC-TRAILER         VALUE "8".
               88  KFZ-REC-END             VALUE "9".
           03  KFZ-HEADER-AREA.
               05  KFZ-SHUBETSU-COD        PIC 9(02).
               05  KFZ-COD-KBN             PIC X(01).
               05  KFZ-ITAKU-COD           PIC 9(10).
               05  KFZ-ITAKU-MEI           PIC X(40).
               05  KFZ-FURIKAE-MMDD        PIC 9(04).
               05  KFZ-TORI-BANK-COD       PIC 9(04).
               05  KFZ-TORI-BANK-MEI       PIC X(15).
               05  KFZ-TORI-SHITEN-COD     PIC 9(03).
               05  KFZ-TORI-SHITEN-MEI     PIC X(15).
               05  KFZ-ITAKU-YOKIN-KBN     PIC 9(01).
               05  KFZ-ITAKU-KOZA-NO       PIC 9(07).
               05  FILLER                  PIC X(17).
           03  KFZ-DATA-AREA REDEFINES KFZ-HEADER-AREA.
               05  KFZ-HIKI-BANK-COD       PIC 9(04).
               05  KFZ-HIKI-BANK-MEI       PIC X(15).
               05  KFZ-HIKI-SHITEN-COD     PIC 9(03).
               05  KFZ-HIKI-SHITEN-MEI     PIC X(15).
               05  FILLER                  PIC X(04).
               05  KFZ-YOKIN-KBN           PIC 9(01).
               05  KFZ-KOZA-NO             PIC 9(07).
               05  KFZ-YOKINSHA-MEI        PIC X(30).
               05  KFZ-HIKI-KINGAKU        PIC 9(10).
               05  KFZ-SHINKI-COD          PIC X(01).
               05  KFZ-KOKYAKU-NO.
                   07  KFZ-KOKYAKU-TOKU    PIC X(04).
                   07  KFZ-KOKYAKU-SEI-NO  PIC X(08).
                   07  FILLER              PIC X(08).
               05  KFZ-KEKKA-COD           PIC X(01).
                   88  KFZ-KEKKA-FURIKAE-ZUMI  VALUE "0".
               05  FILLER                  PIC X(08).
           03  KFZ-TRAILER-AREA REDEFINES KFZ-HEADER-AREA.
               05  KFZ-GOKEI-KENSU         PIC 9(06).
               05  KFZ-GOKEI-KINGAKU       PIC 9(12).
               05  KFZ-ZUMI-KENSU          PIC 9(06).
               05  KFZ-ZUMI-KINGAKU        PIC 9(12).
               05  KFZ-FUNO-KENSU          PIC 9(06).
               05  KFZ-FUNO-KINGAKU        PIC 9(12).
               05  FILLER                  PIC X(65).
