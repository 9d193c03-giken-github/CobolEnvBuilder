      ******************************************************************
      *    コピー名　　：KUCF102
      *    内容　　　　：仕訳科目対応表（GLMAP-FILE）レコード
      *                  レイアウト
      *                  （KUBM076が仕訳データの勘定科目を決めるため
      *                    の対応表。項目コードごとに総勘定元帳の
      *                    科目コードを指定する。対応表に無い項目は
      *                    プログラム内の標準科目を使う。
      *                    項目コード：URIKAKE ＝売掛金
      *                    　　　　　　URIAGE1 ＝売上高（標準税率）
      *                    　　　　　　URIAGE2 ＝売上高（軽減税率）
      *                    　　　　　　HENPIN1 ＝売上戻り（標準税率）
      *                    　　　　　　HENPIN2 ＝売上戻り（軽減税率）
      *                    　　　　　　CHOSEI1 ＝売上調整（標準税率）
      *                    　　　　　　CHOSEI2 ＝売上調整（軽減税率）
      *                    　　　　　　KARIZEI1＝仮受消費税（標準）
      *                    　　　　　　KARIZEI2＝仮受消費税（軽減）
      *                    　　　　　　GENYOKIN＝現金預金
      *                    　　　　　　MAEUKE　＝前受金（未充当）
      *                    　　　　　　SUSPENSE＝サスペンス仮勘定
      *                    　　　　　　WOFSON　＝サスペンス打切損
      *                    　　　　　　ENTAIRI ＝延滞利息収入
      *                    　　　　　　KASHISON＝貸倒損失
      *                    　　　　　　TORITATE＝償却債権取立益）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：項目コードENTAIRI（延滞利息収入）追加
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：項目コードKASHISON（貸倒損失）・TORITATE
      *    　　　　　　　　（償却債権取立益）追加
      ******************************************************************
      *
           03  GLM-ITEM-COD            PIC X(08).
           03  GLM-KAMOKU-COD          PIC X(08).
           03  GLM-KAMOKU-MEI          PIC X(20).
           03  FILLER                  PIC X(04).
