      ******************************************************************
      *    コピー名　　：KUCF148
      *    内容　　　　：アクセスログファイル（ACCLOG-FILE）レコード
      *                  レイアウト
      *                  （オンラインプログラムがKUBS060経由で追記
      *                    する。イベント区分
      *                    Ｓ＝利用開始（権限確認済み）
      *                    Ｄ＝利用拒否（拒否理由つき）
      *                    Ｖ＝照会（照会した得意先コード。商品照会
      *                        は商品番号）
      *                    Ｅ＝受注入力（登録した明細のキーと金額）
      *                    Ｔ＝利用終了
      *                    KUBM102が日次のアクセスログリストを作成
      *                    する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  ACL-TS                  PIC X(14).
           03  ACL-USER-ID             PIC X(08).
           03  ACL-PGM-ID              PIC X(08).
           03  ACL-ROLE-COD            PIC X(02).
           03  ACL-EVENT-KBN           PIC X(01).
               88  ACL-EVENT-START         VALUE "S".
               88  ACL-EVENT-DENY          VALUE "D".
               88  ACL-EVENT-VIEW          VALUE "V".
               88  ACL-EVENT-ENTRY         VALUE "E".
               88  ACL-EVENT-END           VALUE "T".
           03  ACL-TOKU-COD            PIC X(04).
           03  ACL-JUCHU-NO            PIC X(04).
           03  ACL-SHOHIN-NO           PIC X(05).
           03  ACL-JUCHU-DATE          PIC X(08).
           03  ACL-DATA-KBN            PIC X(01).
           03  ACL-SURYO               PIC S9(05).
           03  ACL-KINGAKU             PIC S9(10).
           03  ACL-RIYU                PIC X(20).
           03  FILLER                  PIC X(10).
