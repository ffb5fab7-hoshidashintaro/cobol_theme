       *>----------------------------------------------------------------------------
       *>出荷梱包（カートン割付）・梱包明細書発行処理
       *>  マッチング済み受注ファイル（OT01）の明細を、まとめ出荷対応
       *>  ファイル（SHX01・CONSOL01の出力）の出荷番号単位（まとめ対象外
       *>  の受注は受注単位）に集め、商品マスタ（IN02）の出荷重量と
       *>  ケース入数から箱（カートン）へ割り付ける。
       *>    (1) ケース入数に達する数量はメーカーケースのまま１箱とする
       *>    (2) 端数（バラ）は箱サイズ表（HKO01）の最大箱の重量・個数の
       *>        上限まで詰め合わせ、詰め終えた箱は内容が収まる最小の
       *>        箱サイズを選ぶ
       *>    (3) １個で最大箱の重量上限を超える商品は規格外として１個１箱
       *>  箱ごとの梱包明細書（箱番号／箱数・箱サイズ・重量・内容）を
       *>  印刷し、箱ごとの梱包結果ファイル（PKS01）を書き出す。
       *>  出荷ラベル（LABEL01）は梱包結果から箱ごとに１枚のラベルを発行し、
       *>  マニフェスト（MANIFEST01）は箱数と総重量を記載する。
       *>  箱サイズ表が無い場合は標準箱（２０ｋｇ・９９９個まで）とする。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        PACK01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]受注ファイル（マッチング済み）
       *>----------------------------------------------------------------------------
       SELECT    IN01-ZYUTYU-FILE    ASSIGN       TO   "OT01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>出荷番号・受注番号順整列用のソート作業ファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-KONPO-FILE       ASSIGN       TO   "ST".
       *>----------------------------------------------------------------------------
       *>[入力]まとめ出荷対応ファイル（CONSOL01の出力。無い場合は受注単位）
       *>----------------------------------------------------------------------------
       SELECT    SHX01-TAIO-FILE     ASSIGN       TO   "SHX01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS SHX-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（出荷重量・ケース入数の参照）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER  ASSIGN       TO   "IN02.txt"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE  IS DYNAMIC
                                     RECORD KEY   IS IN02-SHOHIN-CODE
                                     STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]箱サイズ表（小さい箱から順に登録する）
       *>----------------------------------------------------------------------------
       SELECT    HKO01-HAKO-FILE     ASSIGN       TO   "HKO01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS HKO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]梱包結果ファイル（箱ごと。LABEL01が参照する）
       *>----------------------------------------------------------------------------
       SELECT    PKS01-KONPO-FILE    ASSIGN       TO   "PKS01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]梱包明細書
       *>----------------------------------------------------------------------------
       SELECT    PRT70-KONPO-LIST    ASSIGN       TO   "PRT70.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]受注ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   IN01-ZYUTYU-FILE.
       01   IN01-RECODE.
            03   IN01-ZYUTYU-BANGOU.
                 05   IN01-MISEBAN            PIC X(003).
                 05   IN01-TYUMON-BANGOU      PIC 9(005).
            03   IN01-SHOHIN-ZYOHOU.
                 05   IN01-SHOHIN-CODE.
                      07   IN01-BUNRUI-CODE   PIC X(002).
                      07   IN01-SHOHIN-NO     PIC 9(004).
                 05   IN01-SHOHIN-MI          PIC X(020).
            03   IN01-TYUMON-ZYOHOU.
                 05   IN01-TYUMON-SU          PIC S9(005).
                 05   IN01-UKETUKE-NICHIZI.
                      07   IN01-HIDUKE        PIC 9(008).
                      07   IN01-ZIKAN         PIC 9(004).
                 05   IN01-TANTOSYA-CODE.
                      07   IN01-BUSHO-CODE         PIC X(003).
                      07   IN01-TANTOSYA-BANGOU    PIC 9(004).
            03   IN01-TANKA                   PIC 9(005).
            03   IN01-KINGAKU                 PIC S9(008).
            03   IN01-KOKYAKU-BANGOU          PIC 9(006).
            03   IN01-KOKYAKU-MEI             PIC X(020).
            03   IN01-KOKYAKU-ZYUSHO          PIC X(040).
            03   IN01-YUSEN-KUBUN             PIC X(001).
            03   IN01-TANKA-KUBUN             PIC X(001).
            03   IN01-YAKUSOKU-BI             PIC 9(008).
            03   IN01-GENKA                   PIC 9(005).
            03   IN01-YUBIN-BANGOU            PIC X(007).
            03   IN01-SOUKO-CODE              PIC X(002).
            03   IN01-LOT-NO                  PIC X(008).
            03   IN01-KIT-KUBUN               PIC X(001).
            03   IN01-KIT-OYA-CODE            PIC X(006).
            03   IN01-KYU-SHOHIN-CODE         PIC X(006).
            03   IN01-GENTYUMON-SU            PIC S9(005).
       *>
       *>  トレーラレコード判定用の再定義（OT01-ZYUTYU-FILEのトレーラを除外する）
       01   IN01-TRAILER-CHECK   REDEFINES   IN01-RECODE.
            03   IN01-TRAILER-CODE            PIC X(007).
            03   FILLER                       PIC X(088).
       *>
       *>  ヘッダレコード判定用の再定義（OT01-ZYUTYU-FILEのヘッダを除外する）
       01   IN01-HEADER-CHECK   REDEFINES   IN01-RECODE.
            03   IN01-HEADER-CODE             PIC X(006).
            03   FILLER                       PIC X(089).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義
       *>  （出荷番号・受注番号・商品順に並べ、出荷単位に箱へ割り付ける）
       *>----------------------------------------------------------------------------
       SD   ST-KONPO-FILE.
       01   ST-RECODE.
       *>   --まとめ出荷番号（まとめ対象外の受注はゼロ）--
            03   ST-SHUKKA-BANGOU             PIC 9(006).
            03   ST-ZYUTYU-BANGOU             PIC X(008).
            03   ST-SHOHIN-CODE               PIC X(006).
            03   ST-SHOHIN-MI                 PIC X(020).
            03   ST-LOT-NO                    PIC X(008).
            03   ST-TYUMON-SU                 PIC 9(005).
            03   ST-KOKYAKU-MEI               PIC X(020).
       *>----------------------------------------------------------------------------
       *>[入力]まとめ出荷対応ファイルのレイアウト定義（CONSOL01と同一）
       *>----------------------------------------------------------------------------
       FD   SHX01-TAIO-FILE.
       01   SHX01-RECODE.
            03   SHX01-SHUKKA-BANGOU          PIC 9(006).
            03   SHX01-ZYUTYU-BANGOU          PIC X(008).
            03   SHX01-KOKYAKU-BANGOU         PIC 9(006).
            03   SHX01-YUBIN-BANGOU           PIC X(007).
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   IN02-SHOHIN-MASTER.
       01   IN02-RECODE.
          03   IN02-SHOHIN-CODE.
                05 IN02-BUNRUI-CODE                 PIC X(002).
                05 IN02-SHOHIN-NO                   PIC 9(004).
          03   IN02-SHOHIN-MI                       PIC X(020).
          03   IN02-ZAIKO-SU                        PIC 9(006).
          03   IN02-TANKA                           PIC 9(005).
          03   IN02-HATYU-TEN                       PIC 9(004).
          03   IN02-HATYU-SU                        PIC 9(004).
       *>  --最終出荷日（出荷減算のたびにTEST0001が刻印する）--
          03   IN02-SAISHU-SHUKKA-BI                PIC 9(008).
       *>  --仕入原価（粗利計算用。UPDATE01で保守する）--
          03   IN02-GENKA                           PIC 9(005).
       *>  --ケース入数（ピッキング単位。ゼロはケース管理対象外）--
          03   IN02-CASE-IRISU                      PIC 9(003).
       *>  --出荷重量（グラム／個。送料計算用。ゼロは重量未設定）--
          03   IN02-JURYO-G                         PIC 9(005).
       *>  --税率区分（"1"＝軽減税率対象品目。それ以外は標準税率）--
          03   IN02-ZEI-KUBUN                       PIC X(001).
       *>  --直送区分（"1"＝仕入先直送品。在庫を持たず仕入先が顧客へ直送する）--
          03   IN02-CHOKUSO-KUBUN                   PIC X(001).
       *>  --シリアル管理区分（"1"＝シリアル番号管理品。出荷・返品を１台ごとに追跡する）--
          03   IN02-SERIAL-KUBUN                    PIC X(001).
       *>  --検査区分（"1"＝受入検査対象品。入荷数は検査在庫に保留する）--
          03   IN02-KENSA-KUBUN                     PIC X(001).
       *>  --検査在庫数（受入検査待ち。引当対象外）--
          03   IN02-KENSA-SU                        PIC 9(006).
       *>  --登録状態区分（"1"＝登録完了・受注可、"0"＝登録未完了。SETCHK01が判定する）--
          03   IN02-SETUP-KUBUN                     PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]箱サイズ表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   HKO01-HAKO-FILE.
       01   HKO01-RECODE.
            03   HKO01-HAKO-CODE              PIC X(002).
            03   HKO01-HAKO-MEI               PIC X(020).
       *>   --詰め合わせ上限（内容重量グラム・個数）と箱自体の重量--
            03   HKO01-MAX-JURYO-G            PIC 9(007).
            03   HKO01-MAX-KOSU               PIC 9(005).
            03   HKO01-JIJU-G                 PIC 9(005).
       *>----------------------------------------------------------------------------
       *>[出力]梱包結果ファイルのレイアウト定義（箱ごとに１件）
       *>----------------------------------------------------------------------------
       FD   PKS01-KONPO-FILE.
       01   PKS01-RECODE.
       *>   --まとめ単位キー（まとめ出荷は"S"＋出荷番号、対象外は受注番号）--
            03   PKS01-GROUP-KEY              PIC X(008).
            03   PKS01-KONPO-NO               PIC 9(003).
            03   PKS01-KONPO-SU               PIC 9(003).
       *>   --箱サイズコード（"CS"＝メーカーケース、"XX"＝規格外）--
            03   PKS01-HAKO-CODE              PIC X(002).
            03   PKS01-JURYO-G                PIC 9(007).
            03   PKS01-SOU-JURYO-G            PIC 9(009).
       *>----------------------------------------------------------------------------
       *>[出力]梱包明細書のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT70-KONPO-LIST.
       01   PRT70-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--改ページとなる印刷行数の上限--
       77   CST-MAX-LINE                      PIC 9(002) VALUE 50.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            03   WRK-LINE-COUNT               PIC 9(002).
            03   WRK-PAGE-COUNT               PIC 9(004).
            *>--梱包した出荷単位の件数・箱数--
            03   WRK-GROUP-COUNT              PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--規格外（１個１箱）の箱数・重量未設定の明細件数--
            03   WRK-KIKAKUGAI-COUNT          PIC 9(006).
            03   WRK-JURYO-MI-COUNT           PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   HKO-FILE-STATUS                   PIC XX.
       *>
       *>--商品マスタの状態（未整備時は全件重量ゼロ・ケース管理外とする）--
       01   WRK-IN02-ARI-SW                   PIC X(001).
            88   WRK-IN02-ARI                 VALUE "Y".
       *>
       *>--まとめ単位キー（LABEL01と同一の編集）と直前キー--
       01   WRK-GROUP-KEY                     PIC X(008).
       01   KEY-GROUP-KEY                     PIC X(008).
       01   KEY-KOKYAKU-MEI                   PIC X(020).
       *>
       *>--明細１件分の割付用作業数量--
       01   WRK-JURYO-G                       PIC 9(005).
       01   WRK-CASE-IRISU                    PIC 9(003).
       01   WRK-NOKORI-SU                     PIC 9(005).
       01   WRK-CASE-KENSU                    PIC 9(005).
       01   WRK-TSUME-SU                      PIC 9(005).
       01   WRK-TSUME-KOSU                    PIC 9(005).
       01   WRK-TSUME-JURYO-SU                PIC 9(007).
       01   WRK-OPEN-KONPO                    PIC 9(003).
       *>
       *>--箱サイズ表の一括読み込み用テーブル（小さい箱から順）--
       77   CST-MAX-HAKO-KENSU                PIC 9(002) VALUE 20.
       01   WRK-HAKO-TBL.
            03   WRK-HAKO-ENT                     OCCURS 20.
                 05   WRK-HAKO-CODE               PIC X(002).
                 05   WRK-HAKO-MEI                PIC X(020).
                 05   WRK-HAKO-MAX-JURYO          PIC 9(007).
                 05   WRK-HAKO-MAX-KOSU           PIC 9(005).
                 05   WRK-HAKO-JIJU               PIC 9(005).
       01   WRK-HAKO-CNT                      PIC 9(002).
       01   WRK-HAKO-IDX                      PIC 9(002).
       01   WRK-HAKO-MITUKE-SW                PIC X(001).
            88   WRK-HAKO-MITUKE              VALUE "Y".
       *>--詰め合わせ上限（最大箱＝表の最終登録箱の上限）--
       01   WRK-MAX-JURYO-G                   PIC 9(007).
       01   WRK-MAX-KOSU                      PIC 9(005).
       *>
       *>--出荷単位内の箱テーブル（区分：Ｃ＝ケース、Ｍ＝詰め合わせ、
       *>  Ｘ＝規格外）--
       77   CST-MAX-KONPO-KENSU               PIC 9(003) VALUE 999.
       01   WRK-KONPO-TBL.
            03   WRK-KONPO-ENT                    OCCURS 999.
                 05   WRK-KONPO-KUBUN             PIC X(001).
                 05   WRK-KONPO-HAKO-CODE         PIC X(002).
                 05   WRK-KONPO-HAKO-MEI          PIC X(020).
                 05   WRK-KONPO-JURYO             PIC 9(007).
                 05   WRK-KONPO-KOSU              PIC 9(005).
       01   WRK-KONPO-CNT                     PIC 9(003).
       01   WRK-KONPO-IDX                     PIC 9(003).
       01   WRK-SOU-JURYO-G                   PIC 9(009).
       *>
       *>--出荷単位内の箱の内容テーブル（箱番号・受注・商品・数量）--
       77   CST-MAX-NAIYO-KENSU               PIC 9(004) VALUE 2000.
       01   WRK-NAIYO-TBL.
            03   WRK-NAIYO-ENT                    OCCURS 2000.
                 05   WRK-NAIYO-KONPO-NO          PIC 9(003).
                 05   WRK-NAIYO-ZYUTYU            PIC X(008).
                 05   WRK-NAIYO-SHOHIN            PIC X(006).
                 05   WRK-NAIYO-SHOHIN-MI         PIC X(020).
                 05   WRK-NAIYO-LOT-NO            PIC X(008).
                 05   WRK-NAIYO-SU                PIC 9(005).
       01   WRK-NAIYO-CNT                     PIC 9(004).
       01   WRK-NAIYO-IDX                     PIC 9(004).
       *>
       *>--まとめ出荷対応ファイルの一括読み込み用テーブル--
       01   SHX-FILE-STATUS                   PIC XX.
       77   CST-MAX-TAIO-KENSU                PIC 9(004) VALUE 9999.
       01   WRK-TAIO-TBL.
            03   WRK-TAIO-ENT                     OCCURS 9999.
                 05   WRK-TAIO-ZYUTYU             PIC X(008).
                 05   WRK-TAIO-SHUKKA             PIC 9(006).
       01   WRK-TAIO-CNT                      PIC 9(004).
       01   WRK-TAIO-IDX                      PIC 9(004).
       01   WRK-TAIO-MITUKE-SW                PIC X(001).
            88   WRK-TAIO-MITUKE              VALUE "Y".
       01   WRK-TAIO-SHUKKA-BANGOU            PIC 9(006).
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(030)
                     VALUE "梱包明細書".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-HI                      PIC 9(002).
            03   FILLER                       PIC X(004)
                                 VALUE SPACE.
            03   FILLER                       PIC X(012)
                                 VALUE "ページ：".
            03   HD01-PAGE                    PIC ZZZ9.
       *>
       *>--箱の見出し（出荷単位・箱番号／箱数・箱サイズ・重量）--
       01   HD02-HAKO-MIDASHI.
            03   FILLER                       PIC X(015)
                     VALUE "出荷単位：".
            03   HD02-GROUP-KEY               PIC X(008).
            03   FILLER                       PIC X(009)
                     VALUE "　箱：".
            03   HD02-KONPO-NO                PIC ZZ9.
            03   FILLER                       PIC X(003)
                     VALUE "／".
            03   HD02-KONPO-SU                PIC ZZ9.
            03   FILLER                       PIC X(012)
                     VALUE "　箱種：".
            03   HD02-HAKO-CODE               PIC X(002).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-HAKO-MEI                PIC X(020).
            03   FILLER                       PIC X(015)
                     VALUE "　重量(g)：".
            03   HD02-JURYO-G                 PIC Z,ZZZ,ZZ9.
       *>
       01   HD03-TODOKE-MIDASHI.
            03   FILLER                       PIC X(015)
                     VALUE "届け先　：".
            03   HD03-KOKYAKU-MEI             PIC X(020).
       *>
       01   HD04-KOUMOKU-MIDASHI.
            03   FILLER                       PIC X(012)
                     VALUE "受注番号".
            03   FILLER                       PIC X(010)
                     VALUE "商品CD".
            03   FILLER                       PIC X(022)
                     VALUE "商品名".
            03   FILLER                       PIC X(010)
                     VALUE "ロット".
            03   FILLER                       PIC X(009)
                     VALUE "数量".
       *>
       *>--箱の内容明細--
       01   HD05-NAIYO-MEISAI.
            03   HD05-ZYUTYU-BANGOU           PIC X(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-LOT-NO                  PIC X(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-SU                      PIC ZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "PACK01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "出荷単位件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "梱包箱数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "規格外箱数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "重量未設定明細：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--退避テーブルあふれ時に表示するメッセージ--
       01   MSA-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                   VALUE "退避テーブルあふれ（中止）".
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(039)
                  VALUE "IN01-ZYUTYU-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  出荷番号・受注番号・商品順に整列し、出荷単位に箱へ割り付ける
           SORT   ST-KONPO-FILE
                  ON   ASCENDING   KEY   ST-SHUKKA-BANGOU
                  ON   ASCENDING   KEY   ST-ZYUTYU-BANGOU
                  ON   ASCENDING   KEY   ST-SHOHIN-CODE
               INPUT   PROCEDURE   RELEASE-CONTROL-PROC
               OUTPUT  PROCEDURE   RETURN-CONTROL-PROC.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
       *>  作業領域の初期化
           MOVE   ZERO       TO   WRK-GROUP-COUNT.
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-KIKAKUGAI-COUNT.
           MOVE   ZERO       TO   WRK-JURYO-MI-COUNT.
           MOVE   ZERO       TO   WRK-PAGE-COUNT.
           MOVE   ZERO       TO   WRK-LINE-COUNT.
           MOVE   ZERO       TO   WRK-TAIO-CNT.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  まとめ出荷対応ファイルの一括読み込み（無い場合は受注単位）
           PERFORM   TAIO-FILE-LOAD-PROC.
       *>
       *>  箱サイズ表の一括読み込み（無い場合は標準箱のみ）
           PERFORM   HAKO-FILE-LOAD-PROC.
       *>
       *>  商品マスタのオープン（未整備時は重量ゼロ・ケース管理外とする）
           MOVE   SPACE   TO   WRK-IN02-ARI-SW.
           OPEN   INPUT   IN02-SHOHIN-MASTER.
           IF   IN02-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-IN02-ARI-SW
           END-IF.
       *>
           OPEN   OUTPUT   PKS01-KONPO-FILE
                           PRT70-KONPO-LIST.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   PKS01-KONPO-FILE
                   PRT70-KONPO-LIST.
       *>
           IF   WRK-IN02-ARI   THEN
                CLOSE   IN02-SHOHIN-MASTER
           END-IF.
       *>
           MOVE   WRK-GROUP-COUNT       TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT         TO   MSG3-COUNT.
           MOVE   WRK-KIKAKUGAI-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-JURYO-MI-COUNT    TO   MSG5-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA   UPON   CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前主処理（受注ファイルの読み込みと整列用ファイルへの書き込み）
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC              SECTION.
       *>
           OPEN   INPUT   IN01-ZYUTYU-FILE.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           PERFORM   RELEASE-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   IN01-ZYUTYU-FILE.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注ファイルの読み込みと整列用ファイルへの書き込み（１件分）
       *>  逆仕訳（マイナス数量）・キット親の請求行（区分Ｐ）・仕入先直送
       *>  （出荷倉庫"DS"）の明細は箱詰めする現物が無いため対象外とする
       *>----------------------------------------------------------------------------
       RELEASE-MAIN-PROC                 SECTION.
       *>
           READ   IN01-ZYUTYU-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
       *>
            NOT   AT   END
                  IF   IN01-TRAILER-CODE   NOT =   "TRAILER"
                  AND  IN01-HEADER-CODE    NOT =   "HEADER"
                  AND  IN01-TYUMON-SU      >      ZERO
                  AND  IN01-KIT-KUBUN      NOT =   "P"
                  AND  IN01-SOUKO-CODE     NOT =   "DS"   THEN
                       MOVE   IN01-ZYUTYU-BANGOU   TO  ST-ZYUTYU-BANGOU
                       MOVE   IN01-SHOHIN-CODE     TO  ST-SHOHIN-CODE
                       MOVE   IN01-SHOHIN-MI       TO  ST-SHOHIN-MI
                       MOVE   IN01-LOT-NO          TO  ST-LOT-NO
                       MOVE   IN01-TYUMON-SU       TO  ST-TYUMON-SU
                       MOVE   IN01-KOKYAKU-MEI     TO  ST-KOKYAKU-MEI
                       PERFORM   TAIO-SANSHO-PROC
                       MOVE   WRK-TAIO-SHUKKA-BANGOU   TO
                                    ST-SHUKKA-BANGOU
                       RELEASE  ST-RECODE
                  END-IF
       *>
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"
                AND   IN-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（出荷単位の箱割付と梱包明細書の印刷制御）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC               SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   SPACE   TO   KEY-GROUP-KEY.
           PERFORM   GROUP-SHOKI-PROC.
       *>
           PERFORM   RETURN-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END.
       *>
       *>  最終出荷単位の箱の確定と出力
           IF   KEY-GROUP-KEY   NOT =   SPACE   THEN
                PERFORM   GROUP-KAKUTEI-PROC
           END-IF.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート結果の読み込みと明細１件分の箱割付
       *>----------------------------------------------------------------------------
       RETURN-MAIN-PROC                  SECTION.
       *>
           RETURN   ST-KONPO-FILE
              AT   END
                   MOVE   "END"   TO   WRK-AT-END
       *>
             NOT   AT   END
       *>          出荷単位の変わり目で前単位の箱を確定して出力する
                   PERFORM   GROUP-KEY-HENSHU-PROC
                   IF   WRK-GROUP-KEY   NOT =   KEY-GROUP-KEY   THEN
                        IF   KEY-GROUP-KEY   NOT =   SPACE   THEN
                             PERFORM   GROUP-KAKUTEI-PROC
                        END-IF
                        MOVE   WRK-GROUP-KEY    TO   KEY-GROUP-KEY
                        MOVE   ST-KOKYAKU-MEI   TO   KEY-KOKYAKU-MEI
                        PERFORM   GROUP-SHOKI-PROC
                   END-IF
       *>
                   PERFORM   MEISAI-WARITSUKE-PROC
       *>
           END-RETURN.
       *>
       RETURN-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>まとめ単位キーの編集処理（LABEL01と同一）
       *>  まとめ出荷の受注は"S"＋出荷番号、まとめ対象外は受注番号を
       *>  まとめ単位キーとする
       *>----------------------------------------------------------------------------
       GROUP-KEY-HENSHU-PROC             SECTION.
       *>
           IF   ST-SHUKKA-BANGOU   NOT =   ZERO   THEN
                MOVE   SPACE              TO   WRK-GROUP-KEY
                MOVE   "S"                TO   WRK-GROUP-KEY(1:1)
                MOVE   ST-SHUKKA-BANGOU   TO   WRK-GROUP-KEY(2:6)
           ELSE
                MOVE   ST-ZYUTYU-BANGOU   TO   WRK-GROUP-KEY
           END-IF.
       *>
       GROUP-KEY-HENSHU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>出荷単位の箱テーブル・内容テーブルの初期化
       *>----------------------------------------------------------------------------
       GROUP-SHOKI-PROC                  SECTION.
       *>
           MOVE   ZERO   TO   WRK-KONPO-CNT.
           MOVE   ZERO   TO   WRK-NAIYO-CNT.
           MOVE   ZERO   TO   WRK-OPEN-KONPO.
           MOVE   ZERO   TO   WRK-SOU-JURYO-G.
       *>
       GROUP-SHOKI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>明細１件分の箱割付（ケース単位の箱と詰め合わせ箱への振り分け）
       *>----------------------------------------------------------------------------
       MEISAI-WARITSUKE-PROC             SECTION.
       *>
       *>  商品マスタから出荷重量・ケース入数を取得（未登録はゼロ）
           MOVE   ZERO   TO   WRK-JURYO-G.
           MOVE   ZERO   TO   WRK-CASE-IRISU.
           IF   WRK-IN02-ARI   THEN
                MOVE   ST-SHOHIN-CODE   TO   IN02-SHOHIN-CODE
                READ   IN02-SHOHIN-MASTER
                    INVALID     KEY
                          CONTINUE
                    NOT   INVALID   KEY
                          MOVE   IN02-JURYO-G      TO   WRK-JURYO-G
                          MOVE   IN02-CASE-IRISU   TO   WRK-CASE-IRISU
                END-READ
           END-IF.
       *>
           IF   WRK-JURYO-G   =   ZERO   THEN
                ADD   1   TO   WRK-JURYO-MI-COUNT
           END-IF.
       *>
           MOVE   ST-TYUMON-SU   TO   WRK-NOKORI-SU.
       *>
       *>  ケース入数に達する数量はメーカーケースのまま１ケース１箱とする
           IF   WRK-CASE-IRISU   >   1
           AND  WRK-NOKORI-SU    NOT <   WRK-CASE-IRISU   THEN
                DIVIDE   WRK-NOKORI-SU   BY   WRK-CASE-IRISU
                         GIVING      WRK-CASE-KENSU
                         REMAINDER   WRK-NOKORI-SU
                PERFORM   CASE-KONPO-PROC   WRK-CASE-KENSU   TIMES
           END-IF.
       *>
       *>  端数（バラ）は詰め合わせ箱へ（最大箱の重量を超える商品は規格外）
           IF   WRK-JURYO-G   >   WRK-MAX-JURYO-G   THEN
                PERFORM   KIKAKUGAI-KONPO-PROC
                         UNTIL   WRK-NOKORI-SU   =   ZERO
           ELSE
                PERFORM   BARA-KONPO-PROC
                         UNTIL   WRK-NOKORI-SU   =   ZERO
           END-IF.
       *>
       MEISAI-WARITSUKE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>メーカーケース１箱分の登録
       *>----------------------------------------------------------------------------
       CASE-KONPO-PROC                   SECTION.
       *>
           PERFORM   KONPO-TSUIKA-PROC.
           MOVE   "C"              TO   WRK-KONPO-KUBUN(WRK-KONPO-CNT).
           MOVE   "CS"   TO
                  WRK-KONPO-HAKO-CODE(WRK-KONPO-CNT).
           MOVE   "ケース"   TO
                  WRK-KONPO-HAKO-MEI(WRK-KONPO-CNT).
           COMPUTE   WRK-KONPO-JURYO(WRK-KONPO-CNT)   =
                     WRK-JURYO-G   *   WRK-CASE-IRISU.
           MOVE   WRK-CASE-IRISU   TO   WRK-KONPO-KOSU(WRK-KONPO-CNT).
       *>
           MOVE   WRK-CASE-IRISU   TO   WRK-TSUME-SU.
           PERFORM   NAIYO-TSUIKA-PROC.
       *>
       CASE-KONPO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>規格外（１個で最大箱の重量上限を超える）商品の１個１箱の登録
       *>----------------------------------------------------------------------------
       KIKAKUGAI-KONPO-PROC              SECTION.
       *>
           PERFORM   KONPO-TSUIKA-PROC.
           MOVE   "X"              TO   WRK-KONPO-KUBUN(WRK-KONPO-CNT).
           MOVE   "XX"   TO
                  WRK-KONPO-HAKO-CODE(WRK-KONPO-CNT).
           MOVE   "規格外"   TO
                  WRK-KONPO-HAKO-MEI(WRK-KONPO-CNT).
           MOVE   WRK-JURYO-G      TO   WRK-KONPO-JURYO(WRK-KONPO-CNT).
           MOVE   1                TO   WRK-KONPO-KOSU(WRK-KONPO-CNT).
           ADD    1                TO   WRK-KIKAKUGAI-COUNT.
       *>
           MOVE   1                TO   WRK-TSUME-SU.
           PERFORM   NAIYO-TSUIKA-PROC.
           SUBTRACT   1   FROM   WRK-NOKORI-SU.
       *>
       KIKAKUGAI-KONPO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>端数（バラ）の詰め合わせ（開いている箱へ上限まで詰め、満杯なら閉じる）
       *>----------------------------------------------------------------------------
       BARA-KONPO-PROC                   SECTION.
       *>
       *>  開いている箱が無ければ新しい詰め合わせ箱を開く
           IF   WRK-OPEN-KONPO   =   ZERO   THEN
                PERFORM   KONPO-TSUIKA-PROC
                MOVE   "M"     TO   WRK-KONPO-KUBUN(WRK-KONPO-CNT)
                MOVE   WRK-KONPO-CNT   TO   WRK-OPEN-KONPO
           END-IF.
       *>
       *>  個数上限・重量上限から詰められる数を求める
           COMPUTE   WRK-TSUME-KOSU   =   WRK-MAX-KOSU
                     -   WRK-KONPO-KOSU(WRK-OPEN-KONPO).
           IF   WRK-JURYO-G   >   ZERO   THEN
                COMPUTE   WRK-TSUME-JURYO-SU   =
                        ( WRK-MAX-JURYO-G
                        -   WRK-KONPO-JURYO(WRK-OPEN-KONPO) )
                        /   WRK-JURYO-G
                IF   WRK-TSUME-JURYO-SU   <   WRK-TSUME-KOSU   THEN
                     MOVE   WRK-TSUME-JURYO-SU   TO   WRK-TSUME-KOSU
                END-IF
           END-IF.
       *>
       *>  これ以上詰められない箱は閉じ、次回に新しい箱を開く
           IF   WRK-TSUME-KOSU   =   ZERO   THEN
                MOVE   ZERO   TO   WRK-OPEN-KONPO
                GO   TO   BARA-KONPO-PROC-EXIT
           END-IF.
       *>
           IF   WRK-TSUME-KOSU   >   WRK-NOKORI-SU   THEN
                MOVE   WRK-NOKORI-SU    TO   WRK-TSUME-SU
           ELSE
                MOVE   WRK-TSUME-KOSU   TO   WRK-TSUME-SU
           END-IF.
       *>
           MOVE   WRK-OPEN-KONPO   TO   WRK-KONPO-IDX.
           PERFORM   NAIYO-TSUIKA-PROC.
       *>
           COMPUTE   WRK-KONPO-JURYO(WRK-OPEN-KONPO)   =
                     WRK-KONPO-JURYO(WRK-OPEN-KONPO)
                     +   WRK-JURYO-G   *   WRK-TSUME-SU.
           ADD    WRK-TSUME-SU   TO   WRK-KONPO-KOSU(WRK-OPEN-KONPO).
           SUBTRACT   WRK-TSUME-SU   FROM   WRK-NOKORI-SU.
       *>
       BARA-KONPO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>箱テーブルへの１箱追加（追加した箱を内容の登録先とする）
       *>----------------------------------------------------------------------------
       KONPO-TSUIKA-PROC                 SECTION.
       *>
           IF   WRK-KONPO-CNT   NOT <   CST-MAX-KONPO-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
       *>
           ADD    1               TO   WRK-KONPO-CNT.
           MOVE   WRK-KONPO-CNT   TO   WRK-KONPO-IDX.
           MOVE   SPACE           TO   WRK-KONPO-KUBUN(WRK-KONPO-CNT).
           MOVE   SPACE   TO
                  WRK-KONPO-HAKO-CODE(WRK-KONPO-CNT).
           MOVE   SPACE   TO
                  WRK-KONPO-HAKO-MEI(WRK-KONPO-CNT).
           MOVE   ZERO            TO   WRK-KONPO-JURYO(WRK-KONPO-CNT).
           MOVE   ZERO            TO   WRK-KONPO-KOSU(WRK-KONPO-CNT).
       *>
       KONPO-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>内容テーブルへの１件追加（WRK-KONPO-IDXの箱へWRK-TSUME-SU個）
       *>----------------------------------------------------------------------------
       NAIYO-TSUIKA-PROC                 SECTION.
       *>
           IF   WRK-NAIYO-CNT   NOT <   CST-MAX-NAIYO-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
       *>
           ADD    1                  TO   WRK-NAIYO-CNT.
           MOVE   WRK-KONPO-IDX   TO
                  WRK-NAIYO-KONPO-NO(WRK-NAIYO-CNT).
           MOVE   ST-ZYUTYU-BANGOU   TO
                  WRK-NAIYO-ZYUTYU(WRK-NAIYO-CNT).
           MOVE   ST-SHOHIN-CODE   TO
                  WRK-NAIYO-SHOHIN(WRK-NAIYO-CNT).
           MOVE   ST-SHOHIN-MI       TO
                  WRK-NAIYO-SHOHIN-MI(WRK-NAIYO-CNT).
           MOVE   ST-LOT-NO   TO
                  WRK-NAIYO-LOT-NO(WRK-NAIYO-CNT).
           MOVE   WRK-TSUME-SU       TO   WRK-NAIYO-SU(WRK-NAIYO-CNT).
       *>
       NAIYO-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>出荷単位の箱の確定（箱サイズの選定・総重量）と出力
       *>----------------------------------------------------------------------------
       GROUP-KAKUTEI-PROC                SECTION.
       *>
           MOVE   ZERO   TO   WRK-SOU-JURYO-G.
       *>
           PERFORM   HAKO-SENTEI-PROC
                    VARYING   WRK-KONPO-IDX   FROM   1   BY   1
                    UNTIL   WRK-KONPO-IDX   >   WRK-KONPO-CNT.
       *>
           PERFORM   KONPO-SHUTSURYOKU-PROC
                    VARYING   WRK-KONPO-IDX   FROM   1   BY   1
                    UNTIL   WRK-KONPO-IDX   >   WRK-KONPO-CNT.
       *>
           ADD   1   TO   WRK-GROUP-COUNT.
       *>
       GROUP-KAKUTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>詰め合わせ箱の箱サイズ選定（内容が収まる最小の箱。箱の自重を加算）
       *>----------------------------------------------------------------------------
       HAKO-SENTEI-PROC                  SECTION.
       *>
           IF   WRK-KONPO-KUBUN(WRK-KONPO-IDX)   =   "M"   THEN
                MOVE   SPACE   TO   WRK-HAKO-MITUKE-SW
                PERFORM   HAKO-TBL-CHECK-PROC
                         VARYING   WRK-HAKO-IDX   FROM   1   BY   1
                         UNTIL   WRK-HAKO-IDX   >   WRK-HAKO-CNT
                         OR      WRK-HAKO-MITUKE
       *>        登録順が大小逆などで収まる箱が無い場合は最終登録の箱
                IF   NOT   WRK-HAKO-MITUKE   THEN
                     MOVE   WRK-HAKO-CNT   TO   WRK-HAKO-IDX
                ELSE
                     SUBTRACT   1   FROM   WRK-HAKO-IDX
                END-IF
                MOVE   WRK-HAKO-CODE(WRK-HAKO-IDX)   TO
                       WRK-KONPO-HAKO-CODE(WRK-KONPO-IDX)
                MOVE   WRK-HAKO-MEI(WRK-HAKO-IDX)    TO
                       WRK-KONPO-HAKO-MEI(WRK-KONPO-IDX)
                ADD    WRK-HAKO-JIJU(WRK-HAKO-IDX)   TO
                       WRK-KONPO-JURYO(WRK-KONPO-IDX)
           END-IF.
       *>
           ADD   WRK-KONPO-JURYO(WRK-KONPO-IDX)   TO   WRK-SOU-JURYO-G.
       *>
       HAKO-SENTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>箱サイズ表の突合チェック（１件分）
       *>----------------------------------------------------------------------------
       HAKO-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-HAKO-MAX-JURYO(WRK-HAKO-IDX)
                            NOT <   WRK-KONPO-JURYO(WRK-KONPO-IDX)
           AND  WRK-HAKO-MAX-KOSU(WRK-HAKO-IDX)
                            NOT <   WRK-KONPO-KOSU(WRK-KONPO-IDX)   THEN
                MOVE   "Y"   TO   WRK-HAKO-MITUKE-SW
           END-IF.
       *>
       HAKO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>箱１箱分の梱包結果の書き込みと梱包明細書の印刷（箱ごとに改ページ）
       *>----------------------------------------------------------------------------
       KONPO-SHUTSURYOKU-PROC            SECTION.
       *>
       *>  梱包結果ファイルの書き込み
           MOVE   KEY-GROUP-KEY         TO   PKS01-GROUP-KEY.
           MOVE   WRK-KONPO-IDX         TO   PKS01-KONPO-NO.
           MOVE   WRK-KONPO-CNT         TO   PKS01-KONPO-SU.
           MOVE   WRK-KONPO-HAKO-CODE(WRK-KONPO-IDX)   TO
                  PKS01-HAKO-CODE.
           MOVE   WRK-KONPO-JURYO(WRK-KONPO-IDX)       TO
                  PKS01-JURYO-G.
           MOVE   WRK-SOU-JURYO-G       TO   PKS01-SOU-JURYO-G.
           WRITE  PKS01-RECODE.
       *>
           ADD    1   TO   WRK-OUT-COUNT.
       *>
       *>  梱包明細書（箱の見出し・届け先・項目見出し）
           PERFORM   MIDASHI-WRITE-PROC.
       *>
       *>  箱の内容明細（内容テーブルから当該箱の分を抜き出す）
           PERFORM   NAIYO-WRITE-PROC
                    VARYING   WRK-NAIYO-IDX   FROM   1   BY   1
                    UNTIL   WRK-NAIYO-IDX   >   WRK-NAIYO-CNT.
       *>
       KONPO-SHUTSURYOKU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>梱包明細書の見出しの印刷処理（箱の先頭・改ページごとに呼び出す）
       *>----------------------------------------------------------------------------
       MIDASHI-WRITE-PROC                 SECTION.
       *>
           ADD     1                  TO   WRK-PAGE-COUNT.
           MOVE    ZERO               TO   WRK-LINE-COUNT.
       *>
           MOVE    WRK-RUN-NEN        TO   HD01-NEN.
           MOVE    WRK-RUN-GETU       TO   HD01-GETU.
           MOVE    WRK-RUN-HI         TO   HD01-HI.
           MOVE    WRK-PAGE-COUNT     TO   HD01-PAGE.
           MOVE    SPACE              TO   PRT70-RECODE.
           WRITE   PRT70-RECODE       FROM   HD01-MIDASHI-1.
       *>
           MOVE    KEY-GROUP-KEY      TO   HD02-GROUP-KEY.
           MOVE    WRK-KONPO-IDX      TO   HD02-KONPO-NO.
           MOVE    WRK-KONPO-CNT      TO   HD02-KONPO-SU.
           MOVE    WRK-KONPO-HAKO-CODE(WRK-KONPO-IDX)   TO
                   HD02-HAKO-CODE.
           MOVE    WRK-KONPO-HAKO-MEI(WRK-KONPO-IDX)    TO
                   HD02-HAKO-MEI.
           MOVE    WRK-KONPO-JURYO(WRK-KONPO-IDX)       TO
                   HD02-JURYO-G.
           MOVE    SPACE              TO   PRT70-RECODE.
           WRITE   PRT70-RECODE       FROM   HD02-HAKO-MIDASHI.
       *>
           MOVE    KEY-KOKYAKU-MEI    TO   HD03-KOKYAKU-MEI.
           MOVE    SPACE              TO   PRT70-RECODE.
           WRITE   PRT70-RECODE       FROM   HD03-TODOKE-MIDASHI.
       *>
           MOVE    SPACE              TO   PRT70-RECODE.
           WRITE   PRT70-RECODE       FROM   HD04-KOUMOKU-MIDASHI.
       *>
       MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>箱の内容明細１件分の印刷（当該箱の内容のみ）
       *>----------------------------------------------------------------------------
       NAIYO-WRITE-PROC                   SECTION.
       *>
           IF   WRK-NAIYO-KONPO-NO(WRK-NAIYO-IDX)
                                   NOT =   WRK-KONPO-IDX   THEN
                GO   TO   NAIYO-WRITE-PROC-EXIT
           END-IF.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
           MOVE   WRK-NAIYO-ZYUTYU(WRK-NAIYO-IDX)      TO
                  HD05-ZYUTYU-BANGOU.
           MOVE   WRK-NAIYO-SHOHIN(WRK-NAIYO-IDX)      TO
                  HD05-SHOHIN-CODE.
           MOVE   WRK-NAIYO-SHOHIN-MI(WRK-NAIYO-IDX)   TO
                  HD05-SHOHIN-MI.
           MOVE   WRK-NAIYO-LOT-NO(WRK-NAIYO-IDX)      TO
                  HD05-LOT-NO.
           MOVE   WRK-NAIYO-SU(WRK-NAIYO-IDX)          TO   HD05-SU.
       *>
           MOVE   SPACE          TO   PRT70-RECODE.
           WRITE  PRT70-RECODE   FROM   HD05-NAIYO-MEISAI.
           ADD    1              TO   WRK-LINE-COUNT.
       *>
       NAIYO-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC            SECTION.
       *>
           MOVE   IN-FILE-STATUS   TO   MSG9-STATUS.
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16               TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>まとめ出荷番号の引き当て（対応テーブルの線形検索。該当なしはゼロ）
       *>----------------------------------------------------------------------------
       TAIO-SANSHO-PROC                   SECTION.
       *>
           MOVE   SPACE   TO   WRK-TAIO-MITUKE-SW.
           MOVE   ZERO    TO   WRK-TAIO-SHUKKA-BANGOU.
       *>
           PERFORM   TAIO-TBL-CHECK-PROC
                    VARYING   WRK-TAIO-IDX   FROM   1   BY   1
                    UNTIL   WRK-TAIO-IDX   >   WRK-TAIO-CNT
                    OR      WRK-TAIO-MITUKE.
       *>
       TAIO-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>まとめ出荷対応テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       TAIO-TBL-CHECK-PROC                SECTION.
       *>
           IF   WRK-TAIO-ZYUTYU(WRK-TAIO-IDX)
                                   =   IN01-ZYUTYU-BANGOU   THEN
                MOVE   "Y"   TO   WRK-TAIO-MITUKE-SW
                MOVE   WRK-TAIO-SHUKKA(WRK-TAIO-IDX)   TO
                       WRK-TAIO-SHUKKA-BANGOU
           END-IF.
       *>
       TAIO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>まとめ出荷対応ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  対応ファイルが無い場合は受注単位に梱包する
       *>----------------------------------------------------------------------------
       TAIO-FILE-LOAD-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   SHX01-TAIO-FILE.
       *>
           IF   SHX-FILE-STATUS   =   "00"   THEN
                PERFORM   TAIO-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   SHX01-TAIO-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       TAIO-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>まとめ出荷対応ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TAIO-FILE-READ-PROC                SECTION.
       *>
           READ SHX01-TAIO-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-TAIO-CNT   <   CST-MAX-TAIO-KENSU   THEN
                          ADD   1   TO   WRK-TAIO-CNT
                          MOVE   SHX01-ZYUTYU-BANGOU   TO
                              WRK-TAIO-ZYUTYU(WRK-TAIO-CNT)
                          MOVE   SHX01-SHUKKA-BANGOU   TO
                              WRK-TAIO-SHUKKA(WRK-TAIO-CNT)
                     END-IF
           END-READ.
       *>
       TAIO-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>箱サイズ表の一括読み込み（小さい箱から順にテーブルへ格納）
       *>  表が無い場合は標準箱（２０ｋｇ・９９９個まで）の１種類とする
       *>  最終登録の箱（最大箱）の上限を詰め合わせの上限とする
       *>----------------------------------------------------------------------------
       HAKO-FILE-LOAD-PROC                SECTION.
       *>
           MOVE   ZERO    TO   WRK-HAKO-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   HKO01-HAKO-FILE.
       *>
           IF   HKO-FILE-STATUS   =   "00"   THEN
                PERFORM   HAKO-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   HKO01-HAKO-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
           IF   WRK-HAKO-CNT   =   ZERO   THEN
                MOVE   1          TO   WRK-HAKO-CNT
                MOVE   "00"       TO   WRK-HAKO-CODE(1)
                MOVE   "標準箱"   TO   WRK-HAKO-MEI(1)
                MOVE   20000      TO   WRK-HAKO-MAX-JURYO(1)
                MOVE   999        TO   WRK-HAKO-MAX-KOSU(1)
                MOVE   ZERO       TO   WRK-HAKO-JIJU(1)
           END-IF.
       *>
           MOVE   WRK-HAKO-MAX-JURYO(WRK-HAKO-CNT)   TO
                  WRK-MAX-JURYO-G.
           MOVE   WRK-HAKO-MAX-KOSU(WRK-HAKO-CNT)    TO   WRK-MAX-KOSU.
           IF   WRK-MAX-KOSU   =   ZERO   THEN
                MOVE   999   TO   WRK-MAX-KOSU
           END-IF.
       *>
       HAKO-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>箱サイズ表の読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       HAKO-FILE-READ-PROC                SECTION.
       *>
           READ HKO01-HAKO-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-HAKO-CNT   <   CST-MAX-HAKO-KENSU   THEN
                          ADD   1   TO   WRK-HAKO-CNT
                          MOVE   HKO01-HAKO-CODE     TO
                              WRK-HAKO-CODE(WRK-HAKO-CNT)
                          MOVE   HKO01-HAKO-MEI      TO
                              WRK-HAKO-MEI(WRK-HAKO-CNT)
                          MOVE   HKO01-MAX-JURYO-G   TO
                              WRK-HAKO-MAX-JURYO(WRK-HAKO-CNT)
                          MOVE   HKO01-MAX-KOSU      TO
                              WRK-HAKO-MAX-KOSU(WRK-HAKO-CNT)
                          MOVE   HKO01-JIJU-G        TO
                              WRK-HAKO-JIJU(WRK-HAKO-CNT)
                     END-IF
           END-READ.
       *>
       HAKO-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>退避テーブルあふれ処理（異常終了する）
       *>----------------------------------------------------------------------------
       TBL-OVER-ABORT-PROC                SECTION.
       *>
           DISPLAY   MSA-MESSAGE-AREA   UPON   CONSOLE.
           MOVE   16   TO   RETURN-CODE.
           STOP   RUN.
       *>
       TBL-OVER-ABORT-PROC-EXIT.
       *>
           EXIT.
