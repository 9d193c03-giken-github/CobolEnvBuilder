      ******************************************************************
      *    コピー名　　：KUCF137
      *    内容　　　　：得意先別売上履歴マスタ（２４か月）
      *                  （HSTOLD／HSTNEW-FILE）レコードレイアウト
      *                  （営業所コード／得意先コード順。月末締め時に
      *                    KUBM092が得意先別累計マスタの締め月の月次
      *                    累計を取り込んで新世代を作成する。
      *                    HST-TSUKI-KINGAKU(1)が基準年月の売上で、
      *                    添字が１増えるごとに１か月前の売上となる。
      *                    ２４か月とも売上の無いレコードは新世代へ
      *                    引き継がない）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  HST-EIGYO-COD           PIC X(02).
           03  HST-TOKU-COD            PIC X(04).
           03  HST-KIJUN-YYYYMM        PIC 9(06).
           03  HST-TSUKI-KINGAKU       PIC S9(11) OCCURS 24 TIMES.
           03  FILLER                  PIC X(04).
