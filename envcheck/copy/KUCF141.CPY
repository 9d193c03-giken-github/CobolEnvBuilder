      ******************************************************************
      *    コピー名　　：KUCF141
      *    内容　　　　：休眠得意先抽出パラメタ（DMPRM-FILE）
      *                  レコードレイアウト
      *                  （ゼロ・空白の項目は既定値とする。KUBM096が
      *                    参照する）
      *                  　月数　　：この月数の間、売上の受注が無い
      *                    得意先を休眠とする（既定１２か月。基準日
      *                    の月のこの月数前の月の１日より前に最終
      *                    受注がある得意先が対象）
      *                  　基準日　：月数を数える基準日（既定は
      *                    実行日）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  DMP-TSUKISU             PIC 9(03).
           03  DMP-KIJUN-DATE          PIC 9(08).
           03  FILLER                  PIC X(29).
