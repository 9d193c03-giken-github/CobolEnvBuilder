      ******************************************************************
      *    コピー名　　：KUCF124
      *    内容　　　　：電子請求書データ（EIV-FILE）レコードレイアウト
      *                  （固定長１５０バイト。請求書１通（請求書番号）
      *                    ごとに、ヘッダ（Ｈ）・明細（Ｄ）または合算
      *                    請求の支店別小計（Ｂ）・税率別内訳（Ｔ）・
      *                    合計（Ｇ）の順に並ぶ。KUBM044が電子請求書
      *                    送付先の得意先について作成し、電子請求
      *                    サービスへ送付する。金額は符号付き）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  EIV-REC-KBN             PIC X(01).
               88  EIV-REC-HEADER          VALUE "H".
               88  EIV-REC-DETAIL          VALUE "D".
               88  EIV-REC-BRANCH          VALUE "B".
               88  EIV-REC-TAX             VALUE "T".
               88  EIV-REC-TOTAL           VALUE "G".
           03  EIV-SEI-NO              PIC 9(08).
      *    ヘッダ（発行事業者・請求先・発行日・請求期間・支払期日）
           03  EIV-HEADER-AREA.
               05  EIV-TOROKU-NO           PIC X(14).
               05  EIV-HAKKO-MEI           PIC X(40).
               05  EIV-TOKU-COD            PIC X(04).
               05  EIV-TOKU-MEI            PIC X(20).
               05  EIV-ISSUE-DATE          PIC 9(08).
               05  EIV-FROM-DATE           PIC 9(08).
               05  EIV-TO-DATE             PIC 9(08).
               05  EIV-DUE-DATE            PIC 9(08).
      *        合算区分（０＝単独請求、１＝支払先単位の合算請求）
               05  EIV-GASSAN-KBN          PIC X(01).
               05  FILLER                  PIC X(30).
      *    明細（返品は数量・金額をマイナスとする）
           03  EIV-DETAIL-AREA REDEFINES EIV-HEADER-AREA.
               05  EIV-JUCHU-DATE          PIC X(10).
               05  EIV-JUCHU-NO            PIC 9(04).
               05  EIV-SHOHIN-NO           PIC X(05).
               05  EIV-SHOHIN-MEI          PIC X(20).
               05  EIV-TANKA               PIC 9(05)V99.
               05  EIV-SURYO               PIC S9(05).
               05  EIV-KINGAKU             PIC S9(11).
      *        税区分（１＝標準税率、２＝軽減税率）
               05  EIV-ZEI-KBN             PIC X(01).
               05  EIV-DATA-KBN            PIC X(01).
               05  FILLER                  PIC X(77).
      *    合算請求の支店別小計
           03  EIV-BRANCH-AREA REDEFINES EIV-HEADER-AREA.
               05  EIV-BR-TOKU-COD         PIC X(04).
               05  EIV-BR-TOKU-MEI         PIC X(20).
               05  EIV-BR-KINGAKU          PIC S9(12).
               05  FILLER                  PIC X(105).
      *    税率別内訳（税率ごとの対象額と消費税）
           03  EIV-TAX-AREA REDEFINES EIV-HEADER-AREA.
               05  EIV-TX-ZEI-KBN          PIC X(01).
               05  EIV-TX-ZEI-RITSU        PIC 9(01)V9(04).
               05  EIV-TX-TAISHO-KINGAKU   PIC S9(12).
               05  EIV-TX-ZEI-KINGAKU      PIC S9(09).
               05  FILLER                  PIC X(114).
      *    合計（純額・消費税・御請求金額と明細件数）
           03  EIV-TOTAL-AREA REDEFINES EIV-HEADER-AREA.
               05  EIV-GK-NET-KINGAKU      PIC S9(12).
               05  EIV-GK-ZEI-KINGAKU      PIC S9(09).
               05  EIV-GK-GROSS-KINGAKU    PIC S9(12).
               05  EIV-GK-MEISAI-KENSU     PIC 9(06).
               05  FILLER                  PIC X(102).
