      ******************************************************************
      *    コピー名　　：KUCF103
      *    内容　　　　：仕訳データ（JRN-FILE）レコードレイアウト
      *                  （KUBM076が総勘定元帳への取り込み用に日次で
      *                    作成する。伝票番号ごとに借方・貸方の行を
      *                    持ち、伝票単位で貸借が一致する。金額は
      *                    正の値とし、マイナスとなる仕訳は貸借を
      *                    入れ替えて書き出す。末尾のトレーラに明細
      *                    件数と借方・貸方の合計を持つ。
      *                    発生源区分：UR＝売上　HP＝返品　CH＝調整
      *                    　　　　　　ZE＝請求消費税　AK＝赤伝
      *                    　　　　　　NY＝入金　WO＝サスペンス打切
      *                    　　　　　　EN＝延滞利息　HK＝未充当返金
      *                    　　　　　　KD＝貸倒償却）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：発生源区分EN（延滞利息）追加
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：発生源区分HK（未充当返金）追加
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：発生源区分KD（貸倒償却）追加
      ******************************************************************
      *
           03  JRN-REC-KBN             PIC X(01).
               88  JRN-REC-DETAIL          VALUE "1".
               88  JRN-REC-TRAILER         VALUE "9".
           03  JRN-DETAIL-AREA.
               05  JRN-DATE                PIC 9(08).
               05  JRN-DENPYO-NO           PIC 9(06).
               05  JRN-GYO-NO              PIC 9(02).
               05  JRN-TAISHAKU-KBN        PIC X(01).
                   88  JRN-KARIKATA            VALUE "1".
                   88  JRN-KASHIKATA           VALUE "2".
               05  JRN-KAMOKU-COD          PIC X(08).
               05  JRN-BUMON-COD           PIC X(02).
               05  JRN-ZEI-KBN             PIC X(01).
               05  JRN-KINGAKU             PIC S9(12).
               05  JRN-SRC-KBN             PIC X(02).
               05  JRN-TEKIYO              PIC X(30).
               05  FILLER                  PIC X(27).
           03  JRN-TRAILER-AREA REDEFINES JRN-DETAIL-AREA.
               05  JRN-TRL-DATE            PIC 9(08).
               05  JRN-TRL-CNT             PIC 9(10).
               05  JRN-TRL-KARI-KINGAKU    PIC S9(14).
               05  JRN-TRL-KASHI-KINGAKU   PIC S9(14).
               05  FILLER                  PIC X(53).
