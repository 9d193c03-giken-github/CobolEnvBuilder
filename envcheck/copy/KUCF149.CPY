      ******************************************************************
      *    コピー名　　：KUCF149
      *    内容　　　　：操作者権限確認連絡領域
      *                  （共通サブプログラムKUBS060の呼び出し元と
      *                    受け渡す。機能区分
      *                    Ｓ＝利用開始（ACA-USER-IDのACA-PGM-IDの
      *                        利用可否を操作者マスタで確認し、
      *                        利用開始または利用拒否のアクセス
      *                        ログを書く。可の場合は氏名・ロールを
      *                        返す）
      *                    Ｌ＝アクセスログ記録（ACA-EVENT-KBNと
      *                        ACA-DETAILの内容を書き、ACA-DETAILを
      *                        初期化して返す）
      *                    Ｅ＝利用終了（利用終了のアクセスログを
      *                        書く）
      *                    結果区分０＝利用可、１＝利用不可（理由を
      *                    ACA-RIYUへ）、９＝アクセスログが書けない
      *                    （利用開始時は利用不可として扱う））
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  ACA-FUNC                PIC X(01).
               88  ACA-FUNC-START          VALUE "S".
               88  ACA-FUNC-LOG            VALUE "L".
               88  ACA-FUNC-END            VALUE "E".
           03  ACA-USER-ID             PIC X(08).
           03  ACA-PGM-ID              PIC X(08).
           03  ACA-EVENT-KBN           PIC X(01).
           03  ACA-DETAIL.
             05  ACA-TOKU-COD          PIC X(04).
             05  ACA-JUCHU-NO          PIC X(04).
             05  ACA-SHOHIN-NO         PIC X(05).
             05  ACA-JUCHU-DATE        PIC X(08).
             05  ACA-DATA-KBN          PIC X(01).
             05  ACA-SURYO             PIC S9(05).
             05  ACA-KINGAKU           PIC S9(10).
           03  ACA-KEKKA-KBN           PIC X(01).
               88  ACA-KEKKA-OK            VALUE "0".
               88  ACA-KEKKA-NG            VALUE "1".
               88  ACA-KEKKA-NOLOG         VALUE "9".
           03  ACA-USER-MEI            PIC X(20).
           03  ACA-ROLE-COD            PIC X(02).
           03  ACA-RIYU                PIC X(20).
           03  FILLER                  PIC X(10).
