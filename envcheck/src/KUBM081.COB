       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM081.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：延滞利息計算・請求
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：台帳・未消込請求・残高・入金日・
      *    　　　　　　　　計算履歴・得意先別集計・計算明細を
      *    　　　　　　　　索引の作業ファイルへ展開して
      *    　　　　　　　　件数の上限を撤廃
      ******************************************************************
      *    未消込請求マスタ（OPIOLD・KUCF063）の支払期日を過ぎた
      *    請求書について、延滞利息計算パラメタ（LIPRM・KUCF111）の
      *    年利率・猶予日数で延滞利息を計算し、得意先ごとに延滞利息
      *    請求書を発行する月次バッチである。
      *    　・未回収の請求書は、支払期日の翌日（前回計算済みの場合
      *    　　はその翌日）から計算基準日までを計算する
      *    　・前回以降に入金された請求書は、入金トランザクション
      *    　　処理履歴（PAYHST・KUCF067。入金参照番号の先頭８桁＝
      *    　　請求書番号）の入金日までを計算する
      *    　・利息は未回収額×年利率×日数÷３６５（円未満切捨て）
      *    　　とし、支払期日から猶予日数以内の入金・未回収は計算
      *    　　しない。延滞利息請求書そのものには利息を付けない
      *    得意先ごとの利息合計が最低請求額に満たない場合は最低請求額
      *    を請求する。延滞利息請求書は請求書発行台帳（REGOLD→REGNEW・
      *    KUCF029。請求区分２）と未消込請求マスタ（OPINEW）へ通常の
      *    請求書と同じく登録し、売掛金残高マスタ（ARBOLD→ARBNEW・
      *    KUCF026）の当月残高へ加算する。請求書（ENT）は１得意先
      *    １ページで計算明細を付けて印字する。
      *    得意先マスタ（TOKM）の状態区分が取引保留・取引停止の得意先、
      *    マスタ・残高マスタに無い得意先、未充当入金のある得意先は
      *    請求せず、要確認リスト（REV）へ計算明細を印字して
      *    RETURN-CODE 4で点検を促す（計算済日は進めない）。
      *    請求書ごとの計算済日は延滞利息計算履歴（LIHOLD→LIHNEW・
      *    KUCF112）で引き継ぎ、前回の計算基準日以前を指定した実行は
      *    二重請求となるためRETURN-CODE 16で処理を行わない。
      *    旧世代の台帳・未消込請求・延滞利息計算履歴と入金日は請求書
      *    番号を、残高は得意先コードをキーとする索引の作業ファイル
      *    （REGWK・OPIWK・LIHWK・PHSWK・ARBWK）に展開し、得意先別
      *    集計（CUSWK）と計算明細（DTLWK）も作業ファイルに持つため、
      *    件数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL LIPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT REGO-FILE
             ASSIGN TO EXTERNAL REGOLD
               FILE STATUS IS WK-REGO-FILE-ERR.
           SELECT REGN-FILE
             ASSIGN TO EXTERNAL REGNEW
               FILE STATUS IS WK-REGN-FILE-ERR.
           SELECT OPIO-FILE
             ASSIGN TO EXTERNAL OPIOLD
               FILE STATUS IS WK-OPIO-FILE-ERR.
           SELECT OPIN-FILE
             ASSIGN TO EXTERNAL OPINEW
               FILE STATUS IS WK-OPIN-FILE-ERR.
           SELECT ARBO-FILE
             ASSIGN TO EXTERNAL ARBOLD
               FILE STATUS IS WK-ARBO-FILE-ERR.
           SELECT ARBN-FILE
             ASSIGN TO EXTERNAL ARBNEW
               FILE STATUS IS WK-ARBN-FILE-ERR.
           SELECT PHS-FILE
             ASSIGN TO EXTERNAL PAYHST
               FILE STATUS IS WK-PHS-FILE-ERR.
           SELECT LIHO-FILE
             ASSIGN TO EXTERNAL LIHOLD
               FILE STATUS IS WK-LIHO-FILE-ERR.
           SELECT LIHN-FILE
             ASSIGN TO EXTERNAL LIHNEW
               FILE STATUS IS WK-LIHN-FILE-ERR.
           SELECT ENT-FILE
             ASSIGN TO EXTERNAL ENT
               FILE STATUS IS WK-ENT-FILE-ERR.
           SELECT REV-FILE
             ASSIGN TO EXTERNAL REV
               FILE STATUS IS WK-REV-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT REGW-FILE
             ASSIGN TO EXTERNAL REGWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGW-SEI-NO
               FILE STATUS IS WK-REGW-FILE-ERR.
           SELECT OPIW-FILE
             ASSIGN TO EXTERNAL OPIWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPIW-SEI-NO
               FILE STATUS IS WK-OPIW-FILE-ERR.
           SELECT ARBW-FILE
             ASSIGN TO EXTERNAL ARBWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARBW-TOKU
               FILE STATUS IS WK-ARBW-FILE-ERR.
           SELECT PHSW-FILE
             ASSIGN TO EXTERNAL PHSWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHSW-SEI-NO
               FILE STATUS IS WK-PHSW-FILE-ERR.
           SELECT LIHW-FILE
             ASSIGN TO EXTERNAL LIHWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIHW-SEI-NO
               FILE STATUS IS WK-LIHW-FILE-ERR.
           SELECT CUSW-FILE
             ASSIGN TO EXTERNAL CUSWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSW-TOKU
               FILE STATUS IS WK-CUSW-FILE-ERR.
           SELECT DTLW-FILE
             ASSIGN TO EXTERNAL DTLWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTLW-KEY
               FILE STATUS IS WK-DTLW-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF111.
       FD  REGO-FILE.
       01  REGO-REC.
           COPY KUCF029.
       FD  REGN-FILE.
       01  REGN-REC                    PIC X(120).
       FD  OPIO-FILE.
       01  OPIO-REC.
           COPY KUCF063.
       FD  OPIN-FILE.
       01  OPIN-REC                    PIC X(72).
       FD  ARBO-FILE.
       01  ARBO-REC.
           COPY KUCF026.
       FD  ARBN-FILE.
       01  ARBN-REC                    PIC X(80).
       FD  PHS-FILE.
       01  PHS-REC.
           COPY KUCF067.
       FD  LIHO-FILE.
       01  LIHO-REC.
           COPY KUCF112.
       FD  LIHN-FILE.
       01  LIHN-REC.
           COPY KUCF112
               REPLACING LEADING ==LIH== BY ==NLIH==.
       FD  ENT-FILE.
       01  ENT-REC                     PIC X(100).
       FD  REV-FILE.
       01  REV-REC                     PIC X(120).
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *請求書発行台帳作業ファイル（旧世代の全件を展開し、新世代へ
      *書き戻した後に延滞利息請求書を追加する）
       FD  REGW-FILE.
       01  REGW-REC.
           03  REGW-SEI-NO             PIC 9(8).
           03  REGW-DATA               PIC X(120).
      *未消込請求作業ファイル（同上）
       FD  OPIW-FILE.
       01  OPIW-REC.
           03  OPIW-SEI-NO             PIC 9(8).
           03  OPIW-DATA               PIC X(72).
      *売掛金残高作業ファイル（得意先コード順に書き戻す）
       FD  ARBW-FILE.
       01  ARBW-REC.
           03  ARBW-TOKU               PIC X(4).
           03  ARBW-DATA               PIC X(80).
      *入金日作業ファイル（処理履歴のうち消込済み請求書を参照する
      *入金の最終入金日。請求書番号ごとに１件）
       FD  PHSW-FILE.
       01  PHSW-REC.
           03  PHSW-SEI-NO             PIC 9(8).
           03  PHSW-DATE               PIC 9(8).
      *前回計算履歴作業ファイル（旧世代の明細レコード）
       FD  LIHW-FILE.
       01  LIHW-REC.
           03  LIHW-SEI-NO             PIC 9(8).
           03  LIHW-OPEN               PIC S9(12).
           03  LIHW-KEISAN             PIC 9(8).
      *得意先別集計作業ファイル（計算対象の請求書を持つ得意先。
      *要確認理由が空白の得意先にのみ請求書を発行する）
       FD  CUSW-FILE.
       01  CUSW-REC.
           03  CUSW-TOKU               PIC X(4).
           03  CUSW-MEI                PIC X(20).
           03  CUSW-RIYU               PIC X(20).
           03  CUSW-NET-DAYS           PIC 9(3).
           03  CUSW-KENSU              PIC 9(5).
           03  CUSW-RISOKU             PIC S9(11).
      *計算明細作業ファイル（請求書１件分の計算結果。請求書・
      *要確認リストへ得意先ごとに請求書番号順で印字する）
       FD  DTLW-FILE.
       01  DTLW-REC.
           03  DTLW-KEY.
             05  DTLW-TOKU             PIC X(4).
             05  DTLW-SEI-NO           PIC 9(8).
           03  DTLW-DUE                PIC 9(8).
           03  DTLW-BASE               PIC S9(12).
           03  DTLW-FROM               PIC 9(8).
           03  DTLW-TO                 PIC 9(8).
           03  DTLW-NISSU              PIC 9(5).
           03  DTLW-RISOKU             PIC S9(11).
           03  DTLW-KBN                PIC X(1).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-PHS-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-LIHO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-LIHN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ENT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REV-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-PHSW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-LIHW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CUSW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-DTLW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  REGO-END-FLG                PIC X VALUE "Y".
       01  OPIO-END-FLG                PIC X VALUE "Y".
       01  ARBO-END-FLG                PIC X VALUE "Y".
       01  PHS-END-FLG                 PIC X VALUE "Y".
       01  LIHO-END-FLG                PIC X VALUE "Y".
       01  WK-REGW-END-FLG             PIC X VALUE "Y".
       01  WK-OPIW-END-FLG             PIC X VALUE "Y".
       01  WK-ARBW-END-FLG             PIC X VALUE "Y".
       01  WK-CUSW-END-FLG             PIC X VALUE "Y".
       01  WK-DTLW-END-FLG             PIC X VALUE "Y".
       01  REGO-CNT                    PIC 9(10) VALUE ZERO.
       01  REGN-CNT                    PIC 9(10) VALUE ZERO.
       01  OPIO-CNT                    PIC 9(10) VALUE ZERO.
       01  OPIN-CNT                    PIC 9(10) VALUE ZERO.
       01  ARBO-CNT                    PIC 9(10) VALUE ZERO.
       01  ARBN-CNT                    PIC 9(10) VALUE ZERO.
       01  PHS-CNT                     PIC 9(10) VALUE ZERO.
       01  LIHO-CNT                    PIC 9(10) VALUE ZERO.
       01  LIHN-CNT                    PIC 9(10) VALUE ZERO.
       01  ENT-CNT                     PIC 9(10) VALUE ZERO.
       01  REV-CNT                     PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-KEISAN-CNT               PIC 9(10) VALUE ZERO.
       01  WK-HAKKO-CNT                PIC 9(10) VALUE ZERO.
       01  WK-KAKUNIN-CNT              PIC 9(10) VALUE ZERO.
       01  WK-MIN-TEKIYO-CNT           PIC 9(10) VALUE ZERO.
      *
      *作業ファイル検索結果
       01  WK-REG-FOUND-FLG            PIC X VALUE "N".
       01  WK-OPI-FOUND-FLG            PIC X VALUE "N".
       01  WK-ARB-FOUND-FLG            PIC X VALUE "N".
       01  WK-PHS-FOUND-FLG            PIC X VALUE "N".
       01  WK-LIH-FOUND-FLG            PIC X VALUE "N".
       01  WK-CUS-FOUND-FLG            PIC X VALUE "N".
      *
      *得意先マスタ参照（宛名・状態区分・支払サイト日数。
      *共通マスタ参照KUBS050で索引マスタをキー検索する）
       01  WK-TKI-FOUND-FLG            PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返す得意先マスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
      *
      *作業ファイル検索キー
       01  WK-SEARCH-NO                PIC 9(8) VALUE ZERO.
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
      *
      *台帳・未消込請求・残高の参照更新用作業領域
       01  WK-REGW-REC.
           COPY KUCF029
               REPLACING LEADING ==REG== BY ==WREG==.
       01  WK-OPIW-REC.
           COPY KUCF063
               REPLACING LEADING ==OPI== BY ==WOPI==.
       01  WK-ARBW-REC.
           COPY KUCF026
               REPLACING LEADING ==ARB== BY ==WARB==.
      *
      *計算条件（パラメタ）
       01  WK-NENRITSU                 PIC 9(2)V9(3) VALUE ZERO.
       01  WK-MIN-KINGAKU              PIC 9(7) VALUE ZERO.
       01  WK-YUYO-DAYS                PIC 9(3) VALUE ZERO.
       01  WK-SHIHARAI-DAYS            PIC 9(3) VALUE ZERO.
      *
      *計算基準日と計算期間（前回の計算基準日の翌日から。前回の無い
      *初回は計算基準日の月初から）
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
       01  WK-KEISAN-DATE              PIC 9(8) VALUE ZERO.
       01  WK-PREV-KEISAN              PIC 9(8) VALUE ZERO.
       01  WK-KIKAN-FROM               PIC 9(8) VALUE ZERO.
       01  WK-WORK-DATE                PIC 9(8) VALUE ZERO.
       01  WK-WORK-DATE-R REDEFINES WK-WORK-DATE.
           03  WK-WORK-YY              PIC 9(4).
           03  WK-WORK-MM              PIC 9(2).
           03  WK-WORK-DD              PIC 9(2).
       01  WK-WORK-INT                 PIC 9(8) VALUE ZERO.
      *
      *請求書１件分の計算用
       01  WK-OLD-KEISAN               PIC 9(8) VALUE ZERO.
       01  WK-END-DATE                 PIC 9(8) VALUE ZERO.
       01  WK-PAY-DATE                 PIC 9(8) VALUE ZERO.
       01  WK-END-INT                  PIC 9(8) VALUE ZERO.
       01  WK-DUE-INT                  PIC 9(8) VALUE ZERO.
       01  WK-START-INT                PIC 9(8) VALUE ZERO.
       01  WK-NISSU                    PIC S9(8) VALUE ZERO.
       01  WK-BASE-AMT                 PIC S9(12) VALUE ZERO.
       01  WK-RISOKU                   PIC S9(11) VALUE ZERO.
       01  WK-KEISAN-KBN               PIC X VALUE SPACE.
       01  WK-CARRY-FLG                PIC X VALUE "N".
      *
      *延滞利息請求書の発行用
       01  WK-NEXT-SEI-NO              PIC 9(8) VALUE 1.
       01  WK-SEI-NO                   PIC 9(8) VALUE ZERO.
       01  WK-SEIKYU-AMT               PIC S9(11) VALUE ZERO.
       01  WK-MIN-SAGAKU               PIC S9(11) VALUE ZERO.
       01  WK-DUE-DATE                 PIC 9(8) VALUE ZERO.
       01  WK-DUE-DAYS                 PIC 9(3) VALUE ZERO.
      *
      *合計
       01  WK-RISOKU-TOTAL             PIC S9(13) VALUE ZERO.
       01  WK-SEIKYU-TOTAL             PIC S9(13) VALUE ZERO.
       01  WK-KAKUNIN-TOTAL            PIC S9(13) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *入力チェック結果連絡領域（共通暦日チェックKUBS030の呼び出し用）
       01  WK-EDT-RESULT.
           COPY KUCF095.
       01  WK-CHK-DATE                 PIC 9(8) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *延滞利息請求書見出し
       01  WK-ENT-TITLE.
           03  FILLER                  PIC X(16) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
             "＊＊＊　延滞利息請求書　＊＊＊".
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "DATE".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ENT-DATE             PIC 9999/99/99.
      *
      *請求書宛名行
       01  WK-ENT-TOKULINE.
           03  FILLER                  PIC X(8) VALUE "請求先：".
           03  FILLER                  PIC X VALUE SPACE.
           03  WK-ENT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  WK-ENT-TOKU-MEI         PIC X(20).
      *
      *請求書番号行
       01  WK-ENT-NOLINE.
           03  FILLER                  PIC X(12) VALUE
             "請求書番号：".
           03  WK-ENT-SEI-NO           PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "支払期日：".
           03  WK-ENT-DUE-DATE         PIC 9999/99/99.
      *
      *計算条件行
       01  WK-ENT-JOKENLINE.
           03  FILLER                  PIC X(12) VALUE
             "計算基準日：".
           03  WK-ENT-KEISAN-DATE      PIC 9999/99/99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "年利率：".
           03  WK-ENT-NENRITSU         PIC Z9.999.
           03  FILLER                  PIC X(2) VALUE "％".
      *
      *計算明細見出し（請求書・要確認リスト共用）
       01  WK-MEI-SUBTITLE.
           03  FILLER                  PIC X(8) VALUE "請求書".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "支払期日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "　　　　対象額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(21) VALUE "計算期間".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(5) VALUE " 日数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　　利息".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "区分".
      *
      *計算明細行（請求書１件分）
       01  WK-MEI-LINE.
           03  WK-MEI-SEI-NO           PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-MEI-DUE              PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-MEI-BASE             PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-MEI-FROM             PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE "-".
           03  WK-MEI-TO               PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-MEI-NISSU            PIC ZZZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-MEI-RISOKU           PIC ---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-MEI-KBN              PIC X(10).
      *
      *請求書金額行
       01  WK-ENT-GOKEI.
           03  FILLER                  PIC X(42) VALUE SPACE.
           03  WK-ENT-GOKEI-MIDASHI    PIC X(18).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-ENT-GOKEI-KINGAKU    PIC ----,---,--9.
      *
      *要確認リスト見出し
       01  WK-REV-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　延滞利息要確認リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-REV-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-REV-CHUKI.
           03  FILLER                  PIC X(60) VALUE
             "（下記の得意先は請求書未発行）".
      *
      *要確認リスト得意先行
       01  WK-REV-TOKULINE.
           03  FILLER                  PIC X(8) VALUE "得意先：".
           03  WK-REV-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-REV-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "理由：".
           03  WK-REV-RIYU             PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "利息合計：".
           03  WK-REV-RISOKU           PIC ---,---,--9.
      *
      *処理リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　延滞利息計算リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
      *処理リスト計算条件行
       01  WK-RPT-JOKEN1.
           03  FILLER                  PIC X(12) VALUE
             "計算期間　：".
           03  WK-RPT-KIKAN-FROM       PIC 9999/99/99.
           03  FILLER                  PIC X(3) VALUE " - ".
           03  WK-RPT-KIKAN-TO         PIC 9999/99/99.
       01  WK-RPT-JOKEN2.
           03  FILLER                  PIC X(12) VALUE
             "年利率　　：".
           03  WK-RPT-NENRITSU         PIC Z9.999.
           03  FILLER                  PIC X(2) VALUE "％".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "最低請求額：".
           03  WK-RPT-MIN-KINGAKU      PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "猶予日数：".
           03  WK-RPT-YUYO-DAYS        PIC ZZ9.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　利息計".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　請求額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "請求書".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "結果".
      *
      *処理リスト明細行（得意先１件分）
       01  WK-LST-LINE.
           03  WK-LST-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-KENSU            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-RISOKU           PIC ---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-SEIKYU           PIC ---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-SEI-NO           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-MSG              PIC X(20).
      *
      *処理リスト合計行
       01  WK-SUM-LINE.
           03  WK-SUM-LABEL            PIC X(24).
           03  WK-SUM-KINGAKU          PIC ---,---,---,--9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(24).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM081 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-TODAY TO WK-REV-TITLE-DATE.
      *
           PERFORM READ-PRM-RTN.
           PERFORM LOAD-LIHO-RTN.
           PERFORM SET-KIKAN-RTN.
      *
      *    台帳・未消込請求・残高はいずれも全件を新世代へ引き継ぐ
      *    ため必須とする
           PERFORM LOAD-REGO-RTN.
           PERFORM LOAD-OPIO-RTN.
           PERFORM LOAD-ARBO-RTN.
           PERFORM OPEN-MSTR-RTN.
           PERFORM LOAD-PHS-RTN.
      *
      *    得意先別集計・計算明細は計算の都度追加・更新する
           OPEN OUTPUT CUSW-FILE.
           IF WK-CUSW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT CUSWK-FILE"
             MOVE 24 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE CUSW-FILE.
           OPEN I-O CUSW-FILE.
           OPEN OUTPUT DTLW-FILE.
           IF WK-DTLW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT DTLWK-FILE"
             MOVE 24 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE DTLW-FILE.
           OPEN I-O DTLW-FILE.
      *
           OPEN OUTPUT LIHN-FILE.
           IF WK-LIHN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT LIHNEW-FILE"
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ENT-FILE.
           IF WK-ENT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT ENT-FILE"
             MOVE 21 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT REV-FILE.
           IF WK-REV-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT REV-FILE"
             MOVE 22 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT RPT-FILE"
             MOVE 23 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      *    新世代の履歴の先頭に当回の計算基準日を記録する
           MOVE SPACE TO LIHN-REC.
           MOVE "0" TO NLIH-REC-KBN.
           MOVE ZERO TO NLIH-SEI-NO.
           MOVE ZERO TO NLIH-OPEN-KINGAKU.
           MOVE WK-KEISAN-DATE TO NLIH-KEISAN-DATE.
           MOVE WK-TODAY TO NLIH-SHORI-DATE.
           WRITE LIHN-REC.
           ADD 1 TO LIHN-CNT.
      *
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-KIKAN-FROM TO WK-RPT-KIKAN-FROM.
           MOVE WK-KEISAN-DATE TO WK-RPT-KIKAN-TO.
           MOVE WK-RPT-JOKEN1 TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-NENRITSU TO WK-RPT-NENRITSU.
           MOVE WK-MIN-KINGAKU TO WK-RPT-MIN-KINGAKU.
           MOVE WK-YUYO-DAYS TO WK-RPT-YUYO-DAYS.
           MOVE WK-RPT-JOKEN2 TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           MOVE WK-REV-TITLE TO REV-REC.
           PERFORM WRITE-REV-REC-RTN.
           MOVE WK-REV-CHUKI TO REV-REC.
           PERFORM WRITE-REV-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息計算パラメタ読み込み処理
      *    （年利率が無いと計算できないためABENDとする）
      ******************************************************************
       READ-PRM-RTN                    SECTION.
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 IF LIP-NENRITSU NUMERIC
                   MOVE LIP-NENRITSU TO WK-NENRITSU
                 END-IF
                 IF LIP-MIN-KINGAKU NUMERIC
                   MOVE LIP-MIN-KINGAKU TO WK-MIN-KINGAKU
                 END-IF
                 IF LIP-YUYO-DAYS NUMERIC
                   MOVE LIP-YUYO-DAYS TO WK-YUYO-DAYS
                 END-IF
                 IF LIP-KEISAN-DATE NUMERIC
                   MOVE LIP-KEISAN-DATE TO WK-KEISAN-DATE
                 END-IF
                 IF LIP-SHIHARAI-DAYS NUMERIC
                   MOVE LIP-SHIHARAI-DAYS TO WK-SHIHARAI-DAYS
                 END-IF
             END-READ
             CLOSE PRM-FILE
           END-IF.
           IF WK-NENRITSU = ZERO
             DISPLAY "*** KUBM081 ABEND NOT LIPRM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息計算履歴読み込み処理
      *    （管理レコードから前回の計算基準日を、明細レコードから
      *      請求書ごとの計算済日を得る。旧世代の無い初回は前回なし
      *      とする）
      ******************************************************************
       LOAD-LIHO-RTN                   SECTION.
           OPEN OUTPUT LIHW-FILE.
           IF WK-LIHW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT LIHWK-FILE"
             MOVE 24 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT LIHO-FILE.
           IF WK-LIHO-FILE-ERR = 00
             MOVE "N" TO LIHO-END-FLG
             PERFORM LOAD-LIHO-READ-RTN
               UNTIL LIHO-END-FLG = "Y"
             CLOSE LIHO-FILE
           ELSE
             DISPLAY "*** KUBM081 WARNING LIHOLD NOT AVAILABLE ***"
           END-IF.
      *    以降はキー検索で参照する
           CLOSE LIHW-FILE.
           OPEN INPUT LIHW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息計算履歴読み込み処理（１件分）
      ******************************************************************
       LOAD-LIHO-READ-RTN              SECTION.
           READ LIHO-FILE
             AT END
               MOVE "Y" TO LIHO-END-FLG
             NOT AT END
               ADD 1 TO LIHO-CNT
               IF LIH-REC-CTL
                 IF LIH-KEISAN-DATE NUMERIC
                   MOVE LIH-KEISAN-DATE TO WK-PREV-KEISAN
                 END-IF
               ELSE
                 MOVE LIH-SEI-NO TO LIHW-SEI-NO
                 MOVE LIH-OPEN-KINGAKU TO LIHW-OPEN
                 MOVE LIH-KEISAN-DATE TO LIHW-KEISAN
      *          同じ請求書の履歴が重複した場合は先のものを使う
                 WRITE LIHW-REC
                   INVALID KEY
                     CONTINUE
                 END-WRITE
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    計算基準日・計算期間設定処理
      *    （指定なしは実行日の前月末日。実在しない日付・実行日より
      *      後の日付はABEND、前回の計算基準日以前は二重請求となる
      *      ため処理を行わない）
      ******************************************************************
       SET-KIKAN-RTN                   SECTION.
           IF WK-KEISAN-DATE = ZERO
             MOVE WK-TODAY TO WK-WORK-DATE
             MOVE 1 TO WK-WORK-DD
             COMPUTE WK-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WK-WORK-DATE) - 1
             COMPUTE WK-KEISAN-DATE =
               FUNCTION DATE-OF-INTEGER(WK-WORK-INT)
           END-IF.
           MOVE WK-KEISAN-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y" OR WK-KEISAN-DATE > WK-TODAY
             DISPLAY "*** KUBM081 ABEND LIPRM KEISAN-DATE INVALID "
                     WK-KEISAN-DATE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WK-PREV-KEISAN NOT = ZERO
             AND WK-KEISAN-DATE NOT > WK-PREV-KEISAN
             DISPLAY "*** KUBM081 ABEND ALREADY CALCULATED TO "
                     WK-PREV-KEISAN " ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           IF WK-PREV-KEISAN NOT = ZERO
             COMPUTE WK-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WK-PREV-KEISAN) + 1
             COMPUTE WK-KIKAN-FROM =
               FUNCTION DATE-OF-INTEGER(WK-WORK-INT)
           ELSE
             MOVE WK-KEISAN-DATE TO WK-WORK-DATE
             MOVE 1 TO WK-WORK-DD
             MOVE WK-WORK-DATE TO WK-KIKAN-FROM
           END-IF.
           DISPLAY "*** KUBM081 FROM=" WK-KIKAN-FROM
                   " TO=" WK-KEISAN-DATE.
       EXI.
           EXIT.
      ******************************************************************
      *    暦日チェック処理（KUBS030呼び出し）
      ******************************************************************
       CHECK-DATE-RTN                  SECTION.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS030" USING WK-CHK-DATE WK-EDT-RESULT.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理（全件を作業ファイルへ展開し、
      *    延滞利息請求書の番号を旧世代の最大番号＋１から採番する）
      ******************************************************************
       LOAD-REGO-RTN                   SECTION.
           OPEN INPUT REGO-FILE.
           IF WK-REGO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT REGOLD-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT REGW-FILE.
           IF WK-REGW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT REGWK-FILE"
             MOVE 24 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO REGO-END-FLG.
           PERFORM LOAD-REGO-READ-RTN
             UNTIL REGO-END-FLG = "Y".
           CLOSE REGO-FILE.
      *    以降はキー検索で参照する
           CLOSE REGW-FILE.
           OPEN INPUT REGW-FILE.
      *
           OPEN OUTPUT REGN-FILE.
           IF WK-REGN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT REGNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理（１件分）
      ******************************************************************
       LOAD-REGO-READ-RTN              SECTION.
           READ REGO-FILE
             AT END
               MOVE "Y" TO REGO-END-FLG
             NOT AT END
               ADD 1 TO REGO-CNT
               MOVE REG-SEI-NO TO REGW-SEI-NO
               MOVE REGO-REC TO REGW-DATA
               WRITE REGW-REC
                 INVALID KEY
      *            重複したレコードは新世代で一方が失われるため、
      *            警告ではなくABENDとする
                   DISPLAY "*** KUBM081 ABEND DUPLICATE SEI-NO="
                           REG-SEI-NO " IN REGOLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE REGO-FILE
                   CLOSE REGW-FILE
                   STOP RUN
               END-WRITE
               IF REG-SEI-NO NUMERIC
                 AND REG-SEI-NO NOT < WK-NEXT-SEI-NO
                 COMPUTE WK-NEXT-SEI-NO = REG-SEI-NO + 1
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ読み込み処理（全件を作業ファイルへ展開）
      ******************************************************************
       LOAD-OPIO-RTN                   SECTION.
           OPEN INPUT OPIO-FILE.
           IF WK-OPIO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT OPIOLD-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT OPIW-FILE.
           IF WK-OPIW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT OPIWK-FILE"
             MOVE 24 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO OPIO-END-FLG.
           PERFORM LOAD-OPIO-READ-RTN
             UNTIL OPIO-END-FLG = "Y".
           CLOSE OPIO-FILE.
      *    以降はキー検索で参照する
           CLOSE OPIW-FILE.
           OPEN INPUT OPIW-FILE.
      *
           OPEN OUTPUT OPIN-FILE.
           IF WK-OPIN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT OPINEW-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-OPIO-READ-RTN              SECTION.
           READ OPIO-FILE
             AT END
               MOVE "Y" TO OPIO-END-FLG
             NOT AT END
               ADD 1 TO OPIO-CNT
               MOVE OPI-SEI-NO TO OPIW-SEI-NO
               MOVE OPIO-REC TO OPIW-DATA
               WRITE OPIW-REC
                 INVALID KEY
      *            重複したレコードは新世代で一方が失われるため、
      *            警告ではなくABENDとする
                   DISPLAY "*** KUBM081 ABEND DUPLICATE SEI-NO="
                           OPI-SEI-NO " IN OPIOLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE OPIO-FILE
                   CLOSE OPIW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ読み込み処理（全件を作業ファイルへ展開）
      ******************************************************************
       LOAD-ARBO-RTN                   SECTION.
           OPEN INPUT ARBO-FILE.
           IF WK-ARBO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT ARBOLD-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARBW-FILE.
           IF WK-ARBW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT ARBWK-FILE"
             MOVE 24 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO ARBO-END-FLG.
           PERFORM LOAD-ARBO-READ-RTN
             UNTIL ARBO-END-FLG = "Y".
           CLOSE ARBO-FILE.
      *    残高は請求で更新するため、以降は更新モードで使用する
           CLOSE ARBW-FILE.
           OPEN I-O ARBW-FILE.
      *
           OPEN OUTPUT ARBN-FILE.
           IF WK-ARBN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT ARBNEW-FILE"
             MOVE 19 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-ARBO-READ-RTN              SECTION.
           READ ARBO-FILE
             AT END
               MOVE "Y" TO ARBO-END-FLG
             NOT AT END
               ADD 1 TO ARBO-CNT
               MOVE ARB-TOKU-COD TO ARBW-TOKU
               MOVE ARBO-REC TO ARBW-DATA
               WRITE ARBW-REC
                 INVALID KEY
      *            重複したレコードは新世代で一方が失われるため、
      *            警告ではなくABENDとする
                   DISPLAY "*** KUBM081 ABEND DUPLICATE TOKU-COD="
                           ARB-TOKU-COD " IN ARBOLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE ARBO-FILE
                   CLOSE ARBW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （状態区分で請求の可否を判定するため、マスタが無い場合は
      *      全得意先が要確認となる）
      ******************************************************************
       OPEN-MSTR-RTN                   SECTION.
           MOVE SPACE TO WK-MSA-AREA.
           MOVE ZERO TO MSA-KIJUN-DATE.
           MOVE ZERO TO MSA-SURYO.
           MOVE ZERO TO MSA-MATCH-CNT.
           MOVE ZERO TO MSA-HEN-ZAN-SURYO.
           MOVE "O" TO MSA-FUNC.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             DISPLAY "*** KUBM081 WARNING TOKMK NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    入金トランザクション処理履歴読み込み処理
      *    （消込済みの請求書を参照する入金について、請求書ごとの
      *      最終入金日を控える。履歴が無い場合は入金済み請求書の
      *      利息を計算しない）
      ******************************************************************
       LOAD-PHS-RTN                    SECTION.
           OPEN OUTPUT PHSW-FILE.
           IF WK-PHSW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM081 ABEND NOT PHSWK-FILE"
             MOVE 24 TO RETURN-CODE
             STOP RUN
           END-IF.
      *    同じ請求書の入金は最終入金日へ更新するため、更新モードで
      *    使用する
           CLOSE PHSW-FILE.
           OPEN I-O PHSW-FILE.
           OPEN INPUT PHS-FILE.
           IF WK-PHS-FILE-ERR = 00
             MOVE "N" TO PHS-END-FLG
             PERFORM LOAD-PHS-READ-RTN
               UNTIL PHS-END-FLG = "Y"
             CLOSE PHS-FILE
           ELSE
             DISPLAY "*** KUBM081 WARNING PAYHST NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    入金トランザクション処理履歴読み込み処理（１件分）
      ******************************************************************
       LOAD-PHS-READ-RTN               SECTION.
           READ PHS-FILE
             AT END
               MOVE "Y" TO PHS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO PHS-CNT.
           IF PHS-PAY-REF(1:8) NOT NUMERIC
             OR PHS-PAY-REF(1:8) = "00000000"
             OR PHS-PAY-DATE NOT NUMERIC
             GO TO EXI
           END-IF.
           MOVE PHS-PAY-REF(1:8) TO WK-SEARCH-NO.
           PERFORM FIND-OPI-RTN.
           IF WK-OPI-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE OPIW-DATA TO WK-OPIW-REC.
           IF WOPI-STATUS-OPEN AND WOPI-OPEN-KINGAKU > ZERO
             GO TO EXI
           END-IF.
      *
           PERFORM FIND-PHS-RTN.
           IF WK-PHS-FOUND-FLG = "Y"
             IF PHS-PAY-DATE > PHSW-DATE
               MOVE PHS-PAY-DATE TO PHSW-DATE
               REWRITE PHSW-REC
             END-IF
             GO TO EXI
           END-IF.
           MOVE WK-SEARCH-NO TO PHSW-SEI-NO.
           MOVE PHS-PAY-DATE TO PHSW-DATE.
           WRITE PHSW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理
      *    （未消込請求の全件を計算してから、台帳・未消込請求を新世代
      *      へ書き戻し、得意先ごとに延滞利息請求書を追加する）
      ******************************************************************
       MAIN-RTN                        SECTION.
           PERFORM START-OPIW-RTN.
           PERFORM CALC-OPI-ENT-RTN
             UNTIL WK-OPIW-END-FLG = "Y".
      *
           PERFORM FLUSH-REG-RTN.
           PERFORM FLUSH-OPI-RTN.
      *
           PERFORM START-CUSW-RTN.
           PERFORM ISSUE-CUS-ENT-RTN
             UNTIL WK-CUSW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求作業ファイル読み込み開始処理（請求書番号順）
      ******************************************************************
       START-OPIW-RTN                  SECTION.
           MOVE "Y" TO WK-OPIW-END-FLG.
           MOVE ZERO TO OPIW-SEI-NO.
           START OPIW-FILE KEY IS NOT LESS THAN OPIW-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-OPIW-END-FLG.
           PERFORM READ-OPIW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求作業ファイル読み込み処理
      ******************************************************************
       READ-OPIW-RTN                   SECTION.
           READ OPIW-FILE NEXT
             AT END
               MOVE "Y" TO WK-OPIW-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息計算処理（未消込請求１件分の計算と次の読み込み）
      *    （計算中は他の作業ファイルだけをキー検索するため、未消込請求
      *      の読み込み位置はそのまま続けられる）
      ******************************************************************
       CALC-OPI-ENT-RTN                SECTION.
           PERFORM CALC-OPI-RTN.
           PERFORM READ-OPIW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別集計作業ファイル読み込み開始処理（得意先コード順）
      ******************************************************************
       START-CUSW-RTN                  SECTION.
           MOVE "Y" TO WK-CUSW-END-FLG.
           MOVE LOW-VALUE TO CUSW-TOKU.
           START CUSW-FILE KEY IS NOT LESS THAN CUSW-TOKU
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-CUSW-END-FLG.
           PERFORM READ-CUSW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別集計作業ファイル読み込み処理
      ******************************************************************
       READ-CUSW-RTN                   SECTION.
           READ CUSW-FILE NEXT
             AT END
               MOVE "Y" TO WK-CUSW-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息請求処理（得意先１件分の請求と次の読み込み）
      ******************************************************************
       ISSUE-CUS-ENT-RTN               SECTION.
           PERFORM ISSUE-CUS-RTN.
           PERFORM READ-CUSW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息計算処理（未消込請求１件分）
      *    （失効・延滞利息請求書・支払期日の無い請求書は対象外。
      *      未回収は計算基準日まで、前回以降の入金は入金日まで、
      *      計算基準日より後の入金は計算基準日までを計算する）
      ******************************************************************
       CALC-OPI-RTN                    SECTION.
           MOVE OPIW-DATA TO WK-OPIW-REC.
           MOVE WOPI-SEI-NO TO WK-SEARCH-NO.
           PERFORM FIND-REG-RTN.
           IF WK-REG-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE REGW-DATA TO WK-REGW-REC.
           IF NOT WREG-STATUS-ISSUED OR WREG-SEI-ENTAI
             GO TO EXI
           END-IF.
           IF WOPI-DUE-DATE NOT NUMERIC OR WOPI-DUE-DATE = ZERO
             GO TO EXI
           END-IF.
      *
      *    前回の計算済日と、その時点の未回収額
           PERFORM FIND-LIH-RTN.
           IF WK-LIH-FOUND-FLG = "Y"
             MOVE LIHW-KEISAN TO WK-OLD-KEISAN
             MOVE LIHW-OPEN TO WK-BASE-AMT
           ELSE
             MOVE ZERO TO WK-OLD-KEISAN
             MOVE WOPI-GROSS-KINGAKU TO WK-BASE-AMT
           END-IF.
      *
           MOVE "N" TO WK-CARRY-FLG.
           IF WOPI-STATUS-OPEN AND WOPI-OPEN-KINGAKU > ZERO
             MOVE WK-KEISAN-DATE TO WK-END-DATE
             MOVE WOPI-OPEN-KINGAKU TO WK-BASE-AMT
             MOVE "1" TO WK-KEISAN-KBN
             MOVE "Y" TO WK-CARRY-FLG
           ELSE
             PERFORM FIND-PHS-RTN
             IF WK-PHS-FOUND-FLG NOT = "Y"
               GO TO EXI
             END-IF
             MOVE PHSW-DATE TO WK-PAY-DATE
             IF WK-PAY-DATE > WK-KEISAN-DATE
               MOVE WK-KEISAN-DATE TO WK-END-DATE
               MOVE "1" TO WK-KEISAN-KBN
               MOVE "Y" TO WK-CARRY-FLG
             ELSE
               IF WK-PAY-DATE < WK-KIKAN-FROM
                 GO TO EXI
               END-IF
               MOVE WK-PAY-DATE TO WK-END-DATE
               MOVE "2" TO WK-KEISAN-KBN
             END-IF
           END-IF.
      *
      *    支払期日から猶予日数以内は計算しない
           COMPUTE WK-END-INT = FUNCTION INTEGER-OF-DATE(WK-END-DATE).
           COMPUTE WK-DUE-INT =
             FUNCTION INTEGER-OF-DATE(WOPI-DUE-DATE).
           IF WK-END-INT - WK-DUE-INT NOT > WK-YUYO-DAYS
             GO TO EXI
           END-IF.
           IF WK-OLD-KEISAN > WOPI-DUE-DATE
             COMPUTE WK-START-INT =
               FUNCTION INTEGER-OF-DATE(WK-OLD-KEISAN)
           ELSE
             MOVE WK-DUE-INT TO WK-START-INT
           END-IF.
           COMPUTE WK-NISSU = WK-END-INT - WK-START-INT.
           IF WK-NISSU NOT > ZERO
             IF WK-CARRY-FLG = "Y" AND WK-LIH-FOUND-FLG = "Y"
               MOVE WK-OLD-KEISAN TO WK-END-DATE
               PERFORM WRITE-LIH-RTN
             END-IF
             GO TO EXI
           END-IF.
      *
           COMPUTE WK-RISOKU =
             WK-BASE-AMT * WK-NENRITSU * WK-NISSU / 36500.
           ADD 1 TO WK-KEISAN-CNT.
      *
           MOVE WOPI-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-RTN.
           IF WK-CUS-FOUND-FLG NOT = "Y"
             PERFORM ADD-CUS-RTN
           END-IF.
           ADD 1 TO CUSW-KENSU.
           COMPUTE CUSW-RISOKU = CUSW-RISOKU + WK-RISOKU.
           PERFORM ADD-DTL-RTN.
      *
      *    要確認の得意先は計算済日を進めない
           IF WK-CARRY-FLG = "Y"
             IF CUSW-RIYU NOT = SPACE
               MOVE WK-OLD-KEISAN TO WK-END-DATE
             END-IF
             PERFORM WRITE-LIH-RTN
           END-IF.
      *
           IF WK-CUS-FOUND-FLG = "Y"
             REWRITE CUSW-REC
           ELSE
             WRITE CUSW-REC
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別集計の新規レコード編集処理（書き込みは呼び出し元で
      *    行う）
      ******************************************************************
       ADD-CUS-RTN                     SECTION.
           MOVE WK-SEARCH-TOKU TO CUSW-TOKU.
           MOVE SPACE TO CUSW-MEI.
           MOVE SPACE TO CUSW-RIYU.
           MOVE ZERO TO CUSW-NET-DAYS.
           MOVE ZERO TO CUSW-KENSU.
           MOVE ZERO TO CUSW-RISOKU.
           PERFORM SET-CUS-RIYU-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別集計の宛名・要確認理由設定処理
      *    （得意先マスタの状態区分・残高マスタ・未充当入金の有無で
      *      要確認理由を決める）
      ******************************************************************
       SET-CUS-RIYU-RTN                SECTION.
           PERFORM FIND-TKI-RTN.
           IF WK-TKI-FOUND-FLG NOT = "Y"
             MOVE "得意先マスタ未登録" TO CUSW-RIYU
             GO TO EXI
           END-IF.
           MOVE TOKM-TOKU-MEI TO CUSW-MEI.
           IF TOKM-NET-DAYS NUMERIC
             MOVE TOKM-NET-DAYS TO CUSW-NET-DAYS
           END-IF.
           IF TOKM-STATUS-KBN = "2"
             MOVE "取引保留中" TO CUSW-RIYU
             GO TO EXI
           END-IF.
           IF TOKM-STATUS-KBN = "3"
             MOVE "取引停止" TO CUSW-RIYU
             GO TO EXI
           END-IF.
      *
           PERFORM FIND-ARB-RTN.
           IF WK-ARB-FOUND-FLG NOT = "Y"
             MOVE "残高マスタ未登録" TO CUSW-RIYU
             GO TO EXI
           END-IF.
      *    未充当入金は未消込の請求書に充当されていない入金である
      *    ため、延滞の有無を人手で確かめる
           MOVE ARBW-DATA TO WK-ARBW-REC.
           IF WARB-UNAPPLIED NUMERIC AND WARB-UNAPPLIED > ZERO
             MOVE "未充当入金あり" TO CUSW-RIYU
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    計算明細作業ファイル追加処理
      ******************************************************************
       ADD-DTL-RTN                     SECTION.
           MOVE WOPI-TOKU-COD TO DTLW-TOKU.
           MOVE WOPI-SEI-NO TO DTLW-SEI-NO.
           MOVE WOPI-DUE-DATE TO DTLW-DUE.
           MOVE WK-BASE-AMT TO DTLW-BASE.
           COMPUTE WK-WORK-INT = WK-START-INT + 1.
           COMPUTE DTLW-FROM = FUNCTION DATE-OF-INTEGER(WK-WORK-INT).
           MOVE WK-END-DATE TO DTLW-TO.
           MOVE WK-NISSU TO DTLW-NISSU.
           MOVE WK-RISOKU TO DTLW-RISOKU.
           MOVE WK-KEISAN-KBN TO DTLW-KBN.
           WRITE DTLW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息計算履歴出力処理（請求書１件分。WK-END-DATEを
      *    計算済日とする）
      ******************************************************************
       WRITE-LIH-RTN                   SECTION.
           MOVE SPACE TO LIHN-REC.
           MOVE "1" TO NLIH-REC-KBN.
           MOVE WOPI-SEI-NO TO NLIH-SEI-NO.
           MOVE WOPI-TOKU-COD TO NLIH-TOKU-COD.
           MOVE WK-BASE-AMT TO NLIH-OPEN-KINGAKU.
           MOVE WK-END-DATE TO NLIH-KEISAN-DATE.
           MOVE WK-TODAY TO NLIH-SHORI-DATE.
           WRITE LIHN-REC.
           ADD 1 TO LIHN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息請求処理（得意先１件分）
      *    （要確認の得意先は要確認リストへ、利息のある得意先は最低
      *      請求額を適用して延滞利息請求書を発行する）
      ******************************************************************
       ISSUE-CUS-RTN                   SECTION.
           MOVE CUSW-TOKU TO WK-LST-TOKU-COD.
           MOVE CUSW-MEI TO WK-LST-TOKU-MEI.
           MOVE CUSW-KENSU TO WK-LST-KENSU.
           MOVE CUSW-RISOKU TO WK-LST-RISOKU.
           COMPUTE WK-RISOKU-TOTAL = WK-RISOKU-TOTAL + CUSW-RISOKU.
      *
           IF CUSW-RIYU NOT = SPACE
             MOVE ZERO TO WK-LST-SEIKYU
             MOVE SPACE TO WK-LST-SEI-NO
             MOVE CUSW-RIYU TO WK-LST-MSG
             PERFORM WRITE-LST-RTN
             PERFORM WRITE-REV-RTN
             ADD 1 TO WK-KAKUNIN-CNT
             COMPUTE WK-KAKUNIN-TOTAL =
               WK-KAKUNIN-TOTAL + CUSW-RISOKU
             DISPLAY "*** KUBM081 REVIEW TOKU=" CUSW-TOKU
             GO TO EXI
           END-IF.
           IF CUSW-RISOKU NOT > ZERO
             MOVE ZERO TO WK-LST-SEIKYU
             MOVE SPACE TO WK-LST-SEI-NO
             MOVE "利息なし" TO WK-LST-MSG
             PERFORM WRITE-LST-RTN
             GO TO EXI
           END-IF.
      *
           MOVE CUSW-RISOKU TO WK-SEIKYU-AMT.
           MOVE ZERO TO WK-MIN-SAGAKU.
           IF WK-SEIKYU-AMT < WK-MIN-KINGAKU
             COMPUTE WK-MIN-SAGAKU = WK-MIN-KINGAKU - WK-SEIKYU-AMT
             MOVE WK-MIN-KINGAKU TO WK-SEIKYU-AMT
             ADD 1 TO WK-MIN-TEKIYO-CNT
           END-IF.
           MOVE WK-NEXT-SEI-NO TO WK-SEI-NO.
           ADD 1 TO WK-NEXT-SEI-NO.
           PERFORM SET-DUE-DATE-RTN.
      *
           PERFORM WRITE-REG-RTN.
           PERFORM WRITE-OPI-RTN.
           PERFORM DEBIT-ARB-RTN.
           PERFORM WRITE-ENT-RTN.
      *
           MOVE WK-SEIKYU-AMT TO WK-LST-SEIKYU.
           MOVE WK-SEI-NO TO WK-LST-SEI-NO.
           IF WK-MIN-SAGAKU NOT = ZERO
             MOVE "請求（最低額適用）" TO WK-LST-MSG
           ELSE
             MOVE "請求" TO WK-LST-MSG
           END-IF.
           PERFORM WRITE-LST-RTN.
           ADD 1 TO WK-HAKKO-CNT.
           COMPUTE WK-SEIKYU-TOTAL = WK-SEIKYU-TOTAL + WK-SEIKYU-AMT.
       EXI.
           EXIT.
      ******************************************************************
      *    支払期日算出処理
      *    （パラメタの支払日数、無ければ得意先の支払サイト日数、
      *      それも無ければ３０日を発行日に加える）
      ******************************************************************
       SET-DUE-DATE-RTN                SECTION.
           IF WK-SHIHARAI-DAYS NOT = ZERO
             MOVE WK-SHIHARAI-DAYS TO WK-DUE-DAYS
           ELSE
             IF CUSW-NET-DAYS NOT = ZERO
               MOVE CUSW-NET-DAYS TO WK-DUE-DAYS
             ELSE
               MOVE 30 TO WK-DUE-DAYS
             END-IF
           END-IF.
           COMPUTE WK-WORK-INT =
             FUNCTION INTEGER-OF-DATE(WK-TODAY) + WK-DUE-DAYS.
           COMPUTE WK-DUE-DATE = FUNCTION DATE-OF-INTEGER(WK-WORK-INT).
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳出力処理（延滞利息請求書１件分。消費税の
      *    対象外のため消費税はゼロとする）
      ******************************************************************
       WRITE-REG-RTN                   SECTION.
           MOVE SPACE TO WK-REGW-REC.
           MOVE WK-SEI-NO TO WREG-SEI-NO.
           MOVE CUSW-TOKU TO WREG-TOKU-COD.
           MOVE WK-KIKAN-FROM TO WREG-FROM-DATE.
           MOVE WK-KEISAN-DATE TO WREG-TO-DATE.
           MOVE WK-SEIKYU-AMT TO WREG-NET-KINGAKU.
           MOVE ZERO TO WREG-ZEI-KINGAKU.
           MOVE WK-SEIKYU-AMT TO WREG-GROSS-KINGAKU.
           MOVE WK-TODAY TO WREG-ISSUE-DATE.
           MOVE "1" TO WREG-STATUS-KBN.
           MOVE WK-DUE-DATE TO WREG-DUE-DATE.
           MOVE CUSW-TOKU TO WREG-PAYER-COD.
           MOVE "2" TO WREG-SEI-KBN.
           MOVE ZERO TO WREG-KEIGEN-NET.
           MOVE ZERO TO WREG-KEIGEN-ZEI.
           MOVE WK-REGW-REC TO REGN-REC.
           WRITE REGN-REC.
           ADD 1 TO REGN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ出力処理（延滞利息請求書１件分）
      ******************************************************************
       WRITE-OPI-RTN                   SECTION.
           MOVE SPACE TO WK-OPIW-REC.
           MOVE WK-SEI-NO TO WOPI-SEI-NO.
           MOVE CUSW-TOKU TO WOPI-TOKU-COD.
           MOVE WK-TODAY TO WOPI-ISSUE-DATE.
           MOVE WK-SEIKYU-AMT TO WOPI-GROSS-KINGAKU.
           MOVE ZERO TO WOPI-PAID-KINGAKU.
           MOVE WK-SEIKYU-AMT TO WOPI-OPEN-KINGAKU.
           MOVE "1" TO WOPI-STATUS-KBN.
           MOVE WK-DUE-DATE TO WOPI-DUE-DATE.
           MOVE WK-OPIW-REC TO OPIN-REC.
           WRITE OPIN-REC.
           ADD 1 TO OPIN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高加算処理（延滞利息請求額を当月残高へ加える）
      ******************************************************************
       DEBIT-ARB-RTN                   SECTION.
      *    要確認理由が空白の得意先は残高マスタに有ることを確認済み
           MOVE CUSW-TOKU TO WK-SEARCH-TOKU.
           PERFORM FIND-ARB-RTN.
           MOVE ARBW-DATA TO WK-ARBW-REC.
           COMPUTE WARB-BAL-CUR = WARB-BAL-CUR + WK-SEIKYU-AMT.
           MOVE WK-ARBW-REC TO ARBW-DATA.
           REWRITE ARBW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息請求書出力処理（得意先１件につき１通）
      ******************************************************************
       WRITE-ENT-RTN                   SECTION.
           MOVE WK-TODAY TO WK-ENT-DATE.
           MOVE WK-ENT-TITLE TO ENT-REC.
           WRITE ENT-REC AFTER PAGE.
           ADD 1 TO ENT-CNT.
      *
           MOVE CUSW-TOKU TO WK-ENT-TOKU-COD.
           MOVE CUSW-MEI TO WK-ENT-TOKU-MEI.
           MOVE WK-ENT-TOKULINE TO ENT-REC.
           PERFORM WRITE-ENT-REC-RTN.
           MOVE WK-SEI-NO TO WK-ENT-SEI-NO.
           MOVE WK-DUE-DATE TO WK-ENT-DUE-DATE.
           MOVE WK-ENT-NOLINE TO ENT-REC.
           PERFORM WRITE-ENT-REC-RTN.
           MOVE WK-KEISAN-DATE TO WK-ENT-KEISAN-DATE.
           MOVE WK-NENRITSU TO WK-ENT-NENRITSU.
           MOVE WK-ENT-JOKENLINE TO ENT-REC.
           PERFORM WRITE-ENT-REC-RTN.
           MOVE SPACE TO ENT-REC.
           PERFORM WRITE-ENT-REC-RTN.
      *
           MOVE WK-MEI-SUBTITLE TO ENT-REC.
           PERFORM WRITE-ENT-REC-RTN.
           MOVE CUSW-TOKU TO WK-SEARCH-TOKU.
           PERFORM START-DTLW-RTN.
           PERFORM WRITE-ENT-MEI-RTN
             UNTIL WK-DTLW-END-FLG = "Y".
           MOVE SPACE TO ENT-REC.
           PERFORM WRITE-ENT-REC-RTN.
      *
           MOVE "＊　延滞利息計　＊" TO WK-ENT-GOKEI-MIDASHI.
           MOVE CUSW-RISOKU TO WK-ENT-GOKEI-KINGAKU.
           PERFORM WRITE-ENT-GOKEI-RTN.
           IF WK-MIN-SAGAKU NOT = ZERO
             MOVE "＊　最低請求額調整" TO WK-ENT-GOKEI-MIDASHI
             MOVE WK-MIN-SAGAKU TO WK-ENT-GOKEI-KINGAKU
             PERFORM WRITE-ENT-GOKEI-RTN
           END-IF.
           MOVE "＊　ご請求金額　＊" TO WK-ENT-GOKEI-MIDASHI.
           MOVE WK-SEIKYU-AMT TO WK-ENT-GOKEI-KINGAKU.
           PERFORM WRITE-ENT-GOKEI-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息請求書明細行出力処理（処理中得意先の１件分）
      ******************************************************************
       WRITE-ENT-MEI-RTN               SECTION.
           PERFORM SET-MEI-LINE-RTN.
           MOVE WK-MEI-LINE TO ENT-REC.
           PERFORM WRITE-ENT-REC-RTN.
           PERFORM READ-DTLW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息請求書金額行出力処理
      ******************************************************************
       WRITE-ENT-GOKEI-RTN             SECTION.
           MOVE WK-ENT-GOKEI TO ENT-REC.
           PERFORM WRITE-ENT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（延滞利息請求書）
      ******************************************************************
       WRITE-ENT-REC-RTN               SECTION.
           WRITE ENT-REC AFTER 1.
           ADD 1 TO ENT-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    計算明細作業ファイル読み込み開始処理
      *    （WK-SEARCH-TOKUの得意先の明細を請求書番号順に）
      ******************************************************************
       START-DTLW-RTN                  SECTION.
           MOVE "Y" TO WK-DTLW-END-FLG.
           MOVE WK-SEARCH-TOKU TO DTLW-TOKU.
           MOVE ZERO TO DTLW-SEI-NO.
           START DTLW-FILE KEY IS NOT LESS THAN DTLW-KEY
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-DTLW-END-FLG.
           PERFORM READ-DTLW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    計算明細作業ファイル読み込み処理（処理中得意先の明細が
      *    尽きたら終了とする）
      ******************************************************************
       READ-DTLW-RTN                   SECTION.
           READ DTLW-FILE NEXT
             AT END
               MOVE "Y" TO WK-DTLW-END-FLG
               GO TO EXI
           END-READ.
           IF DTLW-TOKU NOT = WK-SEARCH-TOKU
             MOVE "Y" TO WK-DTLW-END-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    計算明細行編集処理（読み込んだ計算明細）
      ******************************************************************
       SET-MEI-LINE-RTN                SECTION.
           MOVE DTLW-SEI-NO TO WK-MEI-SEI-NO.
           MOVE DTLW-DUE TO WK-MEI-DUE.
           MOVE DTLW-BASE TO WK-MEI-BASE.
           MOVE DTLW-FROM TO WK-MEI-FROM.
           MOVE DTLW-TO TO WK-MEI-TO.
           MOVE DTLW-NISSU TO WK-MEI-NISSU.
           MOVE DTLW-RISOKU TO WK-MEI-RISOKU.
           IF DTLW-KBN = "2"
             MOVE "入金済" TO WK-MEI-KBN
           ELSE
             MOVE "未回収" TO WK-MEI-KBN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    要確認リスト出力処理（得意先１件分）
      ******************************************************************
       WRITE-REV-RTN                   SECTION.
           MOVE SPACE TO REV-REC.
           PERFORM WRITE-REV-REC-RTN.
           MOVE CUSW-TOKU TO WK-REV-TOKU-COD.
           MOVE CUSW-MEI TO WK-REV-TOKU-MEI.
           MOVE CUSW-RIYU TO WK-REV-RIYU.
           MOVE CUSW-RISOKU TO WK-REV-RISOKU.
           MOVE WK-REV-TOKULINE TO REV-REC.
           PERFORM WRITE-REV-REC-RTN.
           MOVE WK-MEI-SUBTITLE TO REV-REC.
           PERFORM WRITE-REV-REC-RTN.
           MOVE CUSW-TOKU TO WK-SEARCH-TOKU.
           PERFORM START-DTLW-RTN.
           PERFORM WRITE-REV-MEI-RTN
             UNTIL WK-DTLW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    要確認リスト明細行出力処理（処理中得意先の１件分）
      ******************************************************************
       WRITE-REV-MEI-RTN               SECTION.
           PERFORM SET-MEI-LINE-RTN.
           MOVE WK-MEI-LINE TO REV-REC.
           PERFORM WRITE-REV-REC-RTN.
           PERFORM READ-DTLW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（要確認リスト）
      ******************************************************************
       WRITE-REV-REC-RTN               SECTION.
           WRITE REV-REC AFTER 1.
           ADD 1 TO REV-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト明細行出力処理（得意先１件分）
      ******************************************************************
       WRITE-LST-RTN                   SECTION.
           MOVE WK-LST-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（処理リスト）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
           ADD 1 TO RPT-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    台帳作業ファイル検索処理（WK-SEARCH-NOの請求書）
      ******************************************************************
       FIND-REG-RTN                    SECTION.
           MOVE "N" TO WK-REG-FOUND-FLG.
           MOVE WK-SEARCH-NO TO REGW-SEI-NO.
           READ REGW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-REG-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求作業ファイル検索処理（WK-SEARCH-NOの請求書）
      ******************************************************************
       FIND-OPI-RTN                    SECTION.
           MOVE "N" TO WK-OPI-FOUND-FLG.
           MOVE WK-SEARCH-NO TO OPIW-SEI-NO.
           READ OPIW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-OPI-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    入金日作業ファイル検索処理（WK-SEARCH-NOの請求書）
      ******************************************************************
       FIND-PHS-RTN                    SECTION.
           MOVE "N" TO WK-PHS-FOUND-FLG.
           MOVE WK-SEARCH-NO TO PHSW-SEI-NO.
           READ PHSW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-PHS-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    前回計算履歴作業ファイル検索処理（WK-SEARCH-NOの請求書）
      ******************************************************************
       FIND-LIH-RTN                    SECTION.
           MOVE "N" TO WK-LIH-FOUND-FLG.
           MOVE WK-SEARCH-NO TO LIHW-SEI-NO.
           READ LIHW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-LIH-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    残高作業ファイル検索処理（WK-SEARCH-TOKUの得意先）
      ******************************************************************
       FIND-ARB-RTN                    SECTION.
           MOVE "N" TO WK-ARB-FOUND-FLG.
           MOVE WK-SEARCH-TOKU TO ARBW-TOKU.
           READ ARBW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-ARB-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理（WK-SEARCH-TOKUの得意先）
      ******************************************************************
       FIND-TKI-RTN                    SECTION.
           MOVE "N" TO WK-TKI-FOUND-FLG.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "T" TO MSA-FUNC.
           MOVE WK-SEARCH-TOKU TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE "Y" TO WK-TKI-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別集計作業ファイル検索処理（WK-SEARCH-TOKUの得意先）
      ******************************************************************
       FIND-CUS-RTN                    SECTION.
           MOVE "N" TO WK-CUS-FOUND-FLG.
           MOVE WK-SEARCH-TOKU TO CUSW-TOKU.
           READ CUSW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-CUS-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト合計出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊延滞利息計＊" TO WK-SUM-LABEL.
           MOVE WK-RISOKU-TOTAL TO WK-SUM-KINGAKU.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊請求額計＊" TO WK-SUM-LABEL.
           MOVE WK-SEIKYU-TOTAL TO WK-SUM-KINGAKU.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊要確認利息計＊" TO WK-SUM-LABEL.
           MOVE WK-KAKUNIN-TOTAL TO WK-SUM-KINGAKU.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "未消込請求件数" TO WK-CNT-LABEL.
           MOVE OPIO-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "利息計算件数" TO WK-CNT-LABEL.
           MOVE WK-KEISAN-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "請求書発行件数" TO WK-CNT-LABEL.
           MOVE WK-HAKKO-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "うち最低額適用" TO WK-CNT-LABEL.
           MOVE WK-MIN-TEKIYO-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "要確認得意先件数" TO WK-CNT-LABEL.
           MOVE WK-KAKUNIN-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト件数行出力処理
      ******************************************************************
       WRITE-CNT-RTN                   SECTION.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    台帳書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-REG-RTN                   SECTION.
           MOVE ZERO TO REGW-SEI-NO.
           START REGW-FILE KEY IS NOT LESS THAN REGW-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-REGW-END-FLG.
           PERFORM FLUSH-REG-READ-RTN
             UNTIL WK-REGW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    台帳書き戻し処理（１件分）
      ******************************************************************
       FLUSH-REG-READ-RTN              SECTION.
           READ REGW-FILE NEXT
             AT END
               MOVE "Y" TO WK-REGW-END-FLG
               GO TO EXI
           END-READ.
           MOVE REGW-DATA TO REGN-REC.
           WRITE REGN-REC.
           ADD 1 TO REGN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-OPI-RTN                   SECTION.
           MOVE ZERO TO OPIW-SEI-NO.
           START OPIW-FILE KEY IS NOT LESS THAN OPIW-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-OPIW-END-FLG.
           PERFORM FLUSH-OPI-READ-RTN
             UNTIL WK-OPIW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求書き戻し処理（１件分）
      ******************************************************************
       FLUSH-OPI-READ-RTN              SECTION.
           READ OPIW-FILE NEXT
             AT END
               MOVE "Y" TO WK-OPIW-END-FLG
               GO TO EXI
           END-READ.
           MOVE OPIW-DATA TO OPIN-REC.
           WRITE OPIN-REC.
           ADD 1 TO OPIN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    残高書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-ARB-RTN                   SECTION.
           MOVE LOW-VALUE TO ARBW-TOKU.
           START ARBW-FILE KEY IS NOT LESS THAN ARBW-TOKU
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-ARBW-END-FLG.
           PERFORM FLUSH-ARB-READ-RTN
             UNTIL WK-ARBW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    残高書き戻し処理（１件分）
      ******************************************************************
       FLUSH-ARB-READ-RTN              SECTION.
           READ ARBW-FILE NEXT
             AT END
               MOVE "Y" TO WK-ARBW-END-FLG
               GO TO EXI
           END-READ.
           MOVE ARBW-DATA TO ARBN-REC.
           WRITE ARBN-REC.
           ADD 1 TO ARBN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM081" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE OPIO-CNT TO RNL-IN-CNT.
           MOVE WK-HAKKO-CNT TO RNL-OUT-CNT.
           MOVE WK-KAKUNIN-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           PERFORM WRITE-SUMMARY-RTN.
      *
           PERFORM FLUSH-ARB-RTN.
      *
           CLOSE REGN-FILE.
           CLOSE OPIN-FILE.
           CLOSE ARBN-FILE.
           CLOSE LIHN-FILE.
           CLOSE ENT-FILE.
           CLOSE REV-FILE.
           CLOSE RPT-FILE.
           CLOSE REGW-FILE.
           CLOSE OPIW-FILE.
           CLOSE ARBW-FILE.
           CLOSE PHSW-FILE.
           CLOSE LIHW-FILE.
           CLOSE CUSW-FILE.
           CLOSE DTLW-FILE.
           DISPLAY "*** KUBM081 CALC=" WK-KEISAN-CNT.
           DISPLAY "*** KUBM081 ISSUED=" WK-HAKKO-CNT.
           DISPLAY "*** KUBM081 REVIEW=" WK-KAKUNIN-CNT.
           DISPLAY "*** KUBM081 REGOLD=" REGO-CNT.
           DISPLAY "*** KUBM081 REGNEW=" REGN-CNT.
           DISPLAY "*** KUBM081 OPIOLD=" OPIO-CNT.
           DISPLAY "*** KUBM081 OPINEW=" OPIN-CNT.
           DISPLAY "*** KUBM081 ARBOLD=" ARBO-CNT.
           DISPLAY "*** KUBM081 ARBNEW=" ARBN-CNT.
           DISPLAY "*** KUBM081 LIHOLD=" LIHO-CNT.
           DISPLAY "*** KUBM081 LIHNEW=" LIHN-CNT.
           IF WK-KAKUNIN-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM081 WARNING CUSTOMERS TO REVIEW ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM081 END ***".
       EXI.
           EXIT.
