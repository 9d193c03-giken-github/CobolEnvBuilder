      ******************************************************************
      *    コピー名　　：KUCF144
      *    内容　　　　：マスタ参照連絡領域
      *                  （共通サブプログラムKUBS050の呼び出し元と
      *                    受け渡す。機能区分
      *                    Ｏ＝オープン（各マスタの利用可否のみ返す）
      *                    Ｔ＝得意先（MSA-TOKU-CODの得意先マスタを
      *                        MSA-TOKM-DATAへ）
      *                    Ｍ＝得意先名義（MSA-TOKU-MEIと得意先名が
      *                        一致する得意先の件数をMSA-MATCH-CNTへ、
      *                        最初の１件をMSA-TOKM-DATAへ）
      *                    Ｓ＝商品（MSA-SHOHIN-NOの単価世代のうち
      *                        MSA-KIJUN-DATE時点で適用中の世代を
      *                        MSA-SHOM-DATAへ。基準日以前の世代が
      *                        無い場合は最古世代）
      *                    Ｋ＝契約単価（MSA-TOKU-COD／MSA-SHOHIN-NO
      *                        の契約をMSA-KYM-DATAへ）
      *                    Ｈ＝返品承認（MSA-TOKU-COD／MSA-JUCHU-NO／
      *                        MSA-SHOHIN-NOの返品MSA-SURYOを受けられ
      *                        る承認枠をMSA-HENM-DATAへ、枠のキーを
      *                        MSA-HEN-KEYへ、当実行での控除後の残
      *                        数量をMSA-HEN-ZAN-SURYOへ）
      *                    Ｃ＝返品承認控除（MSA-HEN-KEYの枠から
      *                        MSA-SURYOを控除する）
      *                    結果区分０＝該当あり、１＝該当なし、
      *                    ９＝マスタ利用不可（縮退運転の判断は
      *                    呼び出し元が行う）
      *                    利用可否フラグ（Ｙ／Ｎ）は全機能で返す）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  MSA-FUNC                PIC X(01).
               88  MSA-FUNC-OPEN           VALUE "O".
               88  MSA-FUNC-TOKM           VALUE "T".
               88  MSA-FUNC-TOKM-MEI       VALUE "M".
               88  MSA-FUNC-SHOM           VALUE "S".
               88  MSA-FUNC-KYM            VALUE "K".
               88  MSA-FUNC-HEN-CHECK      VALUE "H".
               88  MSA-FUNC-HEN-COMMIT     VALUE "C".
           03  MSA-TOKU-COD            PIC X(04).
           03  MSA-TOKU-MEI            PIC X(20).
           03  MSA-SHOHIN-NO           PIC X(05).
           03  MSA-JUCHU-NO            PIC X(04).
           03  MSA-KIJUN-DATE          PIC 9(08).
           03  MSA-SURYO               PIC S9(05).
           03  MSA-KEKKA-KBN           PIC X(01).
               88  MSA-KEKKA-OK            VALUE "0".
               88  MSA-KEKKA-NOTFND        VALUE "1".
               88  MSA-KEKKA-NOMSTR        VALUE "9".
           03  MSA-MATCH-CNT           PIC 9(04).
           03  MSA-TOKM-AVAIL-FLG      PIC X(01).
           03  MSA-SHOM-AVAIL-FLG      PIC X(01).
           03  MSA-KYM-AVAIL-FLG       PIC X(01).
           03  MSA-HENM-AVAIL-FLG      PIC X(01).
           03  MSA-TOKM-DATA           PIC X(80).
           03  MSA-SHOM-DATA           PIC X(80).
           03  MSA-KYM-DATA            PIC X(30).
           03  MSA-HENM-DATA           PIC X(40).
           03  MSA-HEN-KEY             PIC X(16).
           03  MSA-HEN-ZAN-SURYO       PIC S9(07).
           03  FILLER                  PIC X(20).
