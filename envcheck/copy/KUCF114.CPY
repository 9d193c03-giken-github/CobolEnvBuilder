      ******************************************************************
      *    コピー名　　：KUCF114
      *    内容　　　　：得意先振込先マスタ（FKM-FILE）レコード
      *                  レイアウト
      *                  （得意先コード順。未充当入金の返金先口座を
      *                    得意先ごとに１件持つ。KUBM082が返金の振込
      *                    データを作成する際に参照する。名称は半角
      *                    カナで登録する。
      *                    預金種目：１＝普通　２＝当座　４＝貯蓄）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：口座振替区分・振替不能日・振替不能事由
      *    　　　　　　　　追加（予備領域を使用。口座振替区分１の
      *    　　　　　　　　得意先はこの口座からKUBM083が引き落とし
      *    　　　　　　　　を依頼し、督促KUBM061の対象外とする。
      *    　　　　　　　　振替不能となるとKUBM084が９＝停止とし、
      *    　　　　　　　　以後は引き落としを依頼せず通常の督促の
      *    　　　　　　　　対象に戻す。回収後に１へ戻すのは債権
      *    　　　　　　　　管理の判断による。世代データセット化）
      ******************************************************************
      *
           03  FKM-TOKU-COD            PIC X(04).
           03  FKM-BANK-COD            PIC 9(04).
           03  FKM-BANK-MEI            PIC X(15).
           03  FKM-SHITEN-COD          PIC 9(03).
           03  FKM-SHITEN-MEI          PIC X(15).
           03  FKM-YOKIN-KBN           PIC 9(01).
           03  FKM-KOZA-NO             PIC 9(07).
           03  FKM-KOZA-MEI            PIC X(30).
           03  FKM-UPD-DATE            PIC 9(08).
           03  FKM-KOFURI-KBN          PIC X(01).
               88  FKM-KOFURI-NASHI        VALUE " " "0".
               88  FKM-KOFURI-ARI          VALUE "1".
               88  FKM-KOFURI-TEISHI       VALUE "9".
           03  FKM-FUNO-DATE           PIC 9(08).
           03  FKM-FUNO-COD            PIC X(01).
           03  FILLER                  PIC X(03).
