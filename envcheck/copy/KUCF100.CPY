      ******************************************************************
      *    コピー名　　：KUCF100
      *    内容　　　　：赤伝発行台帳（CRN-FILE）レコードレイアウト
      *                  （KUBM075が請求書の取消１件につき１件書き
      *                    出す。赤伝番号は全実行を通じた連番であり、
      *                    旧世代台帳の最大番号＋１から採番する。
      *                    金額は取り消した請求書の金額を正の値で
      *                    持ち、帳票・明細書ではマイナス表記する。
      *                    未消込取消額は未消込請求から消した額、
      *                    入金振替額は取消請求書へ入金済みの額で
      *                    未充当（過入金）へ振り替えたもの。
      *                    KUBM075は請求額全額を残高マスタから減額
      *                    するため、仕訳データ作成KUBM076は当日発行
      *                    分の対象額（税率別）と消費税の全額を売上
      *                    ・消費税の取消として、入金振替額を前受金
      *                    への振替として仕訳する。世代データセット
      *                    として実行ごとに新世代を作成する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：仕訳データ作成での扱いを追記（売上・
      *    　　　　　　　　消費税とも全額を取り消す）
      ******************************************************************
      *
           03  CRN-AKA-NO              PIC 9(08).
           03  CRN-SEI-NO              PIC 9(08).
           03  CRN-TOKU-COD            PIC X(04).
           03  CRN-ISSUE-DATE          PIC 9(08).
           03  CRN-SEI-ISSUE-DATE      PIC 9(08).
           03  CRN-FROM-DATE           PIC 9(08).
           03  CRN-TO-DATE             PIC 9(08).
           03  CRN-NET-KINGAKU         PIC S9(12).
           03  CRN-ZEI-KINGAKU         PIC S9(09).
           03  CRN-GROSS-KINGAKU       PIC S9(12).
           03  CRN-KEIGEN-NET          PIC S9(12).
           03  CRN-KEIGEN-ZEI          PIC S9(09).
           03  CRN-OPEN-KINGAKU        PIC S9(12).
           03  CRN-PAID-KINGAKU        PIC S9(12).
           03  CRN-REASON              PIC X(30).
           03  FILLER                  PIC X(20).
