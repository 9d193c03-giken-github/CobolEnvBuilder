      ******************************************************************
      *    コピー名　　：KUCF118
      *    内容　　　　：口座振替依頼パラメタ（KFPRM-FILE）
      *                  レコードレイアウト
      *                  （KUBM083が参照する。振替日は引き落としを
      *                    行う日で、支払期日がこの日以前の未回収
      *                    請求書を依頼の対象とする（ゼロ・実行日
      *                    以前は指定誤り）。委託者コード・委託者名と
      *                    取引銀行・支店・預金種目・口座番号は当社の
      *                    収納口座で、全銀フォーマットのヘッダへ
      *                    そのまま載せる。名称は半角カナで指定する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  KFP-FURIKAE-DATE        PIC 9(08).
           03  KFP-ITAKU-COD           PIC 9(10).
           03  KFP-ITAKU-MEI           PIC X(40).
           03  KFP-BANK-COD            PIC 9(04).
           03  KFP-BANK-MEI            PIC X(15).
           03  KFP-SHITEN-COD          PIC 9(03).
           03  KFP-SHITEN-MEI          PIC X(15).
           03  KFP-YOKIN-KBN           PIC 9(01).
           03  KFP-KOZA-NO             PIC 9(07).
           03  FILLER                  PIC X(17).
