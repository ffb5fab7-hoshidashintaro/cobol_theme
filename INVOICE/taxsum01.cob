       *>----------------------------------------------------------------------------
       *>月次消費税集計処理
       *>  請求書レジスタ（IVR01・INVOICE01が追記する）の合計レコードに記録
       *>  された税率区分別の課税対象額・消費税額を、対象月（請求書の発行日
       *>  で判定）について標準税率・軽減税率別に集計する。返金ファイル
       *>  （CRD01）の対象月の返品は、商品マスタの税率区分（IN02-ZEI-KUBUN）
       *>  と返品日に有効な消費税率（ZEI01）で税額を求め、返還等対価に係る
       *>  税額として控除する。
       *>  集計結果は消費税申告書の記載項目（課税標準額・消費税額・返還等
       *>  対価に係る税額・差引税額）の順に消費税集計表（PRT66）へ印刷し、
       *>  ＧＬ連携ファイル（GLJ01）の当月分の消費税勘定の純額（貸方－借方）
       *>  と照合する。消費税勘定は勘定科目対応マスタ（GLM01）の発生源区分
       *>  Ｔ（消費税）の貸方科目とする。
       *>  税率区分の記録の無い過去の請求書は全額を標準税率分として集計し、
       *>  件数を集計表へ印刷する。
       *>  対象年月は共通実行パラメータで指定する（未設定時は実行日の前月）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        TAXSUM01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]請求書レジスタファイル（INVOICE01の出力）
       *>----------------------------------------------------------------------------
       SELECT    IVR01-REGISTER-FILE ASSIGN       TO   "IVR01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]返金（クレジットメモ）ファイル（RETURNS01の出力）
       *>----------------------------------------------------------------------------
       SELECT    CRD01-CREDIT-FILE   ASSIGN       TO   "CRD01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS CRD-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（返品の税率区分の参照）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER  ASSIGN       TO   "IN02.txt"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE  IS DYNAMIC
                                     RECORD KEY   IS IN02-SHOHIN-CODE
                                     STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]消費税率マスタファイル（適用開始日付きの税率）
       *>----------------------------------------------------------------------------
       SELECT    ZEI01-ZEIRITU-MASTER ASSIGN      TO   "ZEI01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS ZEI-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]ＧＬ連携（仕訳）ファイル（GLEXTR01の出力）
       *>----------------------------------------------------------------------------
       SELECT    GLJ01-SHIWAKE-FILE  ASSIGN       TO   "GLJ01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS GLJ-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]勘定科目対応マスタファイル（消費税勘定の特定）
       *>----------------------------------------------------------------------------
       SELECT    GLM01-TAIO-MASTER   ASSIGN       TO   "GLM01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS GLM-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]消費税集計表
       *>----------------------------------------------------------------------------
       SELECT    PRT01-ZEI-SHUKEI    ASSIGN       TO   "PRT66.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]請求書レジスタファイルのレイアウト定義（INVOICE01と同一）
       *>  （レコード区分：Ｈ＝請求書見出し、Ｄ＝明細、Ｔ＝合計、
       *>    Ｂ＝店舗見出し、Ｓ＝店舗小計）
       *>----------------------------------------------------------------------------
       FD   IVR01-REGISTER-FILE.
       01   IVR01-RECODE.
            03   IVR01-RECORD-KUBUN           PIC X(001).
            03   IVR01-SEIKYU-BANGOU          PIC 9(008).
            03   IVR01-NAIYO                  PIC X(080).
       *>
       *>  見出しレコードの再定義（顧客・発行日）
       01   IVR01-H-RECODE   REDEFINES   IVR01-RECODE.
            03   FILLER                       PIC X(009).
            03   IVR01-H-KOKYAKU-BANGOU       PIC 9(006).
            03   IVR01-H-KOKYAKU-MEI          PIC X(020).
            03   IVR01-H-KOKYAKU-ZYUSHO       PIC X(040).
            03   IVR01-H-HAKKO-BI             PIC 9(008).
            03   FILLER                       PIC X(006).
       *>
       *>  合計レコードの再定義（送料・消費税・税込合計・一括請求区分・
       *>  税率区分別の課税対象額・消費税額・適用税率）
       01   IVR01-T-RECODE   REDEFINES   IVR01-RECODE.
            03   FILLER                       PIC X(009).
            03   IVR01-T-SORYO-GAKU           PIC 9(007).
            03   IVR01-T-SHOUHI-ZEI           PIC S9(008).
            03   IVR01-T-ZEIKOMI-GOUKEI       PIC S9(010).
            03   IVR01-T-IKKATSU              PIC X(001).
            03   IVR01-T-HYOJUN-GAKU          PIC S9(009).
            03   IVR01-T-KEIGEN-GAKU          PIC S9(009).
            03   IVR01-T-ZEI-HYOJUN           PIC S9(008).
            03   IVR01-T-ZEI-KEIGEN           PIC S9(008).
            03   IVR01-T-HYOJUN-RITU          PIC 9V99.
            03   IVR01-T-KEIGEN-RITU          PIC 9V99.
            03   FILLER                       PIC X(014).
       *>----------------------------------------------------------------------------
       *>[入力]返金ファイルのレイアウト定義（RETURNS01と同一）
       *>----------------------------------------------------------------------------
       FD   CRD01-CREDIT-FILE.
       01   CRD01-RECODE.
            03   CRD01-ZYUTYU-BANGOU          PIC X(008).
            03   CRD01-SHOHIN-CODE            PIC X(006).
            03   CRD01-SHOHIN-MI              PIC X(020).
            03   CRD01-HENPIN-SU              PIC 9(005).
            03   CRD01-TANKA                  PIC 9(005).
            03   CRD01-HENKIN-KINGAKU         PIC S9(008).
            03   CRD01-RIYU-CODE              PIC X(002).
            03   CRD01-HENPIN-BI              PIC 9(008).
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
          03   IN02-SAISHU-SHUKKA-BI                PIC 9(008).
          03   IN02-GENKA                           PIC 9(005).
          03   IN02-CASE-IRISU                      PIC 9(003).
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
       *>消費税率マスタファイルのレイアウト定義（THEME0002と同一）
       *>----------------------------------------------------------------------------
       FD   ZEI01-ZEIRITU-MASTER.
       01   ZEI01-RECODE.
            03   ZEI01-TEKIYO-BI              PIC 9(008).
            03   ZEI01-HYOJUN-RITU            PIC 9V99.
            03   ZEI01-KEIGEN-RITU            PIC 9V99.
       *>----------------------------------------------------------------------------
       *>[入力]ＧＬ連携（仕訳）ファイルのレイアウト定義（GLEXTR01と同一）
       *>----------------------------------------------------------------------------
       FD   GLJ01-SHIWAKE-FILE.
       01   GLJ01-RECODE.
            03   GLJ01-RECORD-KUBUN           PIC X(001).
            03   GLJ01-DENPYO-BI              PIC 9(008).
            03   GLJ01-GENSEN-KUBUN           PIC X(001).
            03   GLJ01-BUNRUI-CODE            PIC X(002).
            03   GLJ01-KAMOKU                 PIC X(006).
            03   GLJ01-TAISHAKU-KUBUN         PIC X(001).
            03   GLJ01-KINGAKU                PIC S9(010).
       *>----------------------------------------------------------------------------
       *>[入力]勘定科目対応マスタファイルのレイアウト定義（GLEXTR01と同一）
       *>----------------------------------------------------------------------------
       FD   GLM01-TAIO-MASTER.
       01   GLM01-RECODE.
            03   GLM01-GENSEN-KUBUN           PIC X(001).
            03   GLM01-BUNRUI-CODE            PIC X(002).
            03   GLM01-KARIKATA-KAMOKU        PIC X(006).
            03   GLM01-KASHIKATA-KAMOKU       PIC X(006).
       *>----------------------------------------------------------------------------
       *>[出力]消費税集計表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-ZEI-SHUKEI.
       01   PRT01-RECODE                      PIC X(120).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で各集計処理を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--消費税率の既定値（税率マスタの該当なし時）--
       77   CST-ZEI-RITU                      PIC 9V99   VALUE 0.10.
       77   CST-KEIGEN-RITU                   PIC 9V99   VALUE 0.08.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--請求書件数・返品明細件数・税率区分未記録の請求書件数--
            03   WRK-SEIKYU-COUNT             PIC 9(006).
            03   WRK-HENPIN-COUNT             PIC 9(006).
            03   WRK-MIKIROKU-COUNT           PIC 9(006).
            *>--課税売上高（税抜）・消費税額（標準・軽減）--
            03   WRK-URIAGE-HYOJUN            PIC S9(012).
            03   WRK-URIAGE-KEIGEN            PIC S9(012).
            03   WRK-ZEI-HYOJUN               PIC S9(012).
            03   WRK-ZEI-KEIGEN               PIC S9(012).
            *>--返品等の対価の額（税抜）・返還等対価に係る税額--
            03   WRK-HENPIN-HYOJUN            PIC S9(012).
            03   WRK-HENPIN-KEIGEN            PIC S9(012).
            03   WRK-HENZEI-HYOJUN            PIC S9(012).
            03   WRK-HENZEI-KEIGEN            PIC S9(012).
            *>--ＧＬ消費税勘定の当月純額（貸方－借方）--
            03   WRK-GL-ZEI-KEI               PIC S9(012).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   CRD-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   ZEI-FILE-STATUS                   PIC XX.
       01   GLJ-FILE-STATUS                   PIC XX.
       01   GLM-FILE-STATUS                   PIC XX.
       *>
       *>--対象年月（共通実行パラメータで指定する。未設定時は実行日の前月）--
       01   WRK-TAISHO-NENGETU                PIC 9(006).
       01   WRK-TAISHO-NENGETU-H  REDEFINES   WRK-TAISHO-NENGETU.
            03   WRK-TAISHO-NEN               PIC 9(004).
            03   WRK-TAISHO-GETU              PIC 9(002).
       *>--対象月の末日（税率の判定用。月末の日付は３１日とみなす）--
       01   WRK-TAISHO-MATSU-BI               PIC 9(008).
       *>
       *>--直前に読んだ請求書見出しの発行年月（合計レコードの対象月判定用）--
       01   WRK-HAKKO-NENGETU                 PIC 9(006).
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "TAXSUM01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--消費税率マスタの一括読み込み用テーブル（適用開始日付き）--
       77   CST-MAX-ZEIRITU-KENSU             PIC 9(002) VALUE 99.
       01   WRK-ZEIRITU-TBL.
            03   WRK-ZEIRITU-ENT                  OCCURS 99.
                 05   WRK-ZRT-TEKIYO-BI           PIC 9(008).
                 05   WRK-ZRT-HYOJUN-RITU         PIC 9V99.
                 05   WRK-ZRT-KEIGEN-RITU         PIC 9V99.
       01   WRK-ZEIRITU-CNT                   PIC 9(002).
       01   WRK-ZEIRITU-IDX                   PIC 9(002).
       *>--税率の判定結果（判定日に有効な税率。SAIYO-BIは採用した適用日）--
       01   WRK-HANTEI-BI                     PIC 9(008).
       01   WRK-SAIYO-TEKIYO-BI               PIC 9(008).
       01   WRK-HYOJUN-RITU                   PIC 9V99.
       01   WRK-KEIGEN-RITU                   PIC 9V99.
       01   WRK-ZEI-RITU-PCT                  PIC 9(002).
       *>--返品１件分の税額--
       01   WRK-HENPIN-ZEI                    PIC S9(010).
       *>
       *>--消費税勘定（勘定科目対応マスタの発生源区分Ｔの貸方科目）--
       77   CST-MAX-KAMOKU-KENSU              PIC 9(002) VALUE 99.
       01   WRK-KAMOKU-TBL.
            03   WRK-KMK-KAMOKU                   PIC X(006)
                                                  OCCURS 99.
       01   WRK-KAMOKU-CNT                    PIC 9(002).
       01   WRK-KAMOKU-IDX                    PIC 9(002).
       01   WRK-KAMOKU-MITUKE-SW              PIC X(001).
            88   WRK-KAMOKU-MITUKE            VALUE "Y".
       01   WRK-SAGASHI-KAMOKU                PIC X(006).
       *>
       *>--集計表の印刷用（標準・軽減・合計の各金額）--
       01   WRK-INSATSU-HYOJUN                PIC S9(012).
       01   WRK-INSATSU-KEIGEN                PIC S9(012).
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
            03   FILLER                       PIC X(045)
                   VALUE "消費税集計表（申告書転記用）".
            03   FILLER                       PIC X(015)
                                 VALUE "対象年月：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(015)
                                 VALUE "　実行日：".
            03   HD01-RUN-DATE                PIC 9(008).
       *>
       01   HD02-ZEIRITU.
            03   FILLER                       PIC X(024)
                                 VALUE "適用税率　標準：".
            03   HD02-HYOJUN-PCT              PIC Z9.
            03   FILLER                       PIC X(019)
                                 VALUE "％　軽減：".
            03   HD02-KEIGEN-PCT              PIC Z9.
            03   FILLER                       PIC X(003)
                                 VALUE "％".
       *>
       01   HD03-KOMOKU.
            03   FILLER                       PIC X(045) VALUE SPACE.
            03   FILLER                       PIC X(009) VALUE SPACE.
            03   FILLER                       PIC X(012)
                                 VALUE "標準税率".
            03   FILLER                       PIC X(006) VALUE SPACE.
            03   FILLER                       PIC X(012)
                                 VALUE "軽減税率".
            03   FILLER                       PIC X(012) VALUE SPACE.
            03   FILLER                       PIC X(006)
                                 VALUE "合計".
       *>
       01   HD04-MEISAI.
            03   HD04-KOMOKU-MEI              PIC X(045).
            03   HD04-HYOJUN                  PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-KEIGEN                  PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-GOKEI                   PIC -ZZ,ZZZ,ZZZ,ZZ9.
       *>
       01   HD05-GL-LINE.
            03   HD05-KOMOKU-MEI              PIC X(045).
            03   FILLER                       PIC X(036) VALUE SPACE.
            03   HD05-KINGAKU                 PIC -ZZ,ZZZ,ZZZ,ZZ9.
       *>
       01   HD06-CHUKI.
            03   HD06-CHUKI-NAIYO             PIC X(060).
            03   HD06-KENSU                   PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "TAXSUM01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "集計請求書件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "集計返品件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(042)
                  VALUE "IVR01-REGISTER-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  課税売上（請求書レジスタ）の集計
           PERFORM   MAIN-PROC  UNTIL   WRK-AT-END   =   CST-END.
       *>
       *>  返品（返金ファイル）の集計
           PERFORM   HENPIN-SHUKEI-CONTROL-PROC.
       *>
       *>  ＧＬ消費税勘定の当月純額の集計
           PERFORM   GL-SHUKEI-CONTROL-PROC.
       *>
       *>  消費税集計表の印刷
           PERFORM   SHUKEI-HYO-WRITE-PROC.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   ZERO    TO   WRK-SEIKYU-COUNT.
           MOVE   ZERO    TO   WRK-HENPIN-COUNT.
           MOVE   ZERO    TO   WRK-MIKIROKU-COUNT.
           MOVE   ZERO    TO   WRK-URIAGE-HYOJUN.
           MOVE   ZERO    TO   WRK-URIAGE-KEIGEN.
           MOVE   ZERO    TO   WRK-ZEI-HYOJUN.
           MOVE   ZERO    TO   WRK-ZEI-KEIGEN.
           MOVE   ZERO    TO   WRK-HENPIN-HYOJUN.
           MOVE   ZERO    TO   WRK-HENPIN-KEIGEN.
           MOVE   ZERO    TO   WRK-HENZEI-HYOJUN.
           MOVE   ZERO    TO   WRK-HENZEI-KEIGEN.
           MOVE   ZERO    TO   WRK-GL-ZEI-KEI.
           MOVE   ZERO    TO   WRK-HAKKO-NENGETU.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  対象年月の決定（未設定時は実行日の前月）
           IF   WRK-RUN-GETU   =   1   THEN
                COMPUTE   WRK-TAISHO-NEN   =   WRK-RUN-NEN   -   1
                MOVE      12               TO   WRK-TAISHO-GETU
           ELSE
                MOVE      WRK-RUN-NEN      TO   WRK-TAISHO-NEN
                COMPUTE   WRK-TAISHO-GETU  =   WRK-RUN-GETU  -   1
           END-IF.
       *>
           MOVE   "NENGETU"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:6)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:6)   TO   WRK-TAISHO-NENGETU
           END-IF.
       *>
           COMPUTE   WRK-TAISHO-MATSU-BI   =
                     WRK-TAISHO-NENGETU   *   100   +   31.
       *>
       *>  消費税率マスタ・消費税勘定の一括読み込み
           PERFORM   ZEIRITU-LOAD-PROC.
           PERFORM   KAMOKU-MASTER-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    IVR01-REGISTER-FILE
                           IN02-SHOHIN-MASTER
                  OUTPUT   PRT01-ZEI-SHUKEI.
       *>
       *>請求書レジスタファイルの読み込み
           PERFORM   REGISTER-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>ファイルのクローズ
           CLOSE   IVR01-REGISTER-FILE
                   IN02-SHOHIN-MASTER
                   PRT01-ZEI-SHUKEI.
       *>
       *>集計件数の表示
           MOVE   WRK-SEIKYU-COUNT   TO   MSG2-COUNT.
           MOVE   WRK-HENPIN-COUNT   TO   MSG3-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（請求書レジスタ１件ごと。見出しで発行年月を退避し、対象月の
       *>  合計レコードの税率区分別の課税対象額・消費税額を積み上げる）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           IF   IVR01-RECORD-KUBUN   =   "H"   THEN
                MOVE   IVR01-H-HAKKO-BI(1:6)   TO   WRK-HAKKO-NENGETU
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           IF   IVR01-RECORD-KUBUN   NOT =   "T"
           OR   WRK-HAKKO-NENGETU    NOT =   WRK-TAISHO-NENGETU   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           ADD   1   TO   WRK-SEIKYU-COUNT.
       *>
       *>  税率区分の記録の無い請求書は税抜額・消費税の全額を標準税率分とする
           IF   IVR01-T-HYOJUN-GAKU   NOT   NUMERIC
           OR   IVR01-T-KEIGEN-GAKU   NOT   NUMERIC
           OR   IVR01-T-ZEI-HYOJUN    NOT   NUMERIC
           OR   IVR01-T-ZEI-KEIGEN    NOT   NUMERIC   THEN
                ADD   1   TO   WRK-MIKIROKU-COUNT
                COMPUTE   WRK-URIAGE-HYOJUN   =   WRK-URIAGE-HYOJUN
                                          +   IVR01-T-ZEIKOMI-GOUKEI
                                          -   IVR01-T-SHOUHI-ZEI
                ADD   IVR01-T-SHOUHI-ZEI    TO   WRK-ZEI-HYOJUN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           ADD   IVR01-T-HYOJUN-GAKU   TO   WRK-URIAGE-HYOJUN.
           ADD   IVR01-T-KEIGEN-GAKU   TO   WRK-URIAGE-KEIGEN.
           ADD   IVR01-T-ZEI-HYOJUN    TO   WRK-ZEI-HYOJUN.
           ADD   IVR01-T-ZEI-KEIGEN    TO   WRK-ZEI-KEIGEN.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   REGISTER-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>返品の集計制御処理（返金ファイルが無い場合は集計しない）
       *>----------------------------------------------------------------------------
       HENPIN-SHUKEI-CONTROL-PROC        SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   CRD01-CREDIT-FILE.
       *>
           IF   CRD-FILE-STATUS   =   "00"   THEN
                PERFORM   HENPIN-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   CRD01-CREDIT-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       HENPIN-SHUKEI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>返金ファイルの読み込み（１件分、対象月の返品のみ集計する）
       *>----------------------------------------------------------------------------
       HENPIN-READ-PROC                  SECTION.
       *>
           READ CRD01-CREDIT-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   CRD01-HENPIN-BI(1:6)   =   WRK-TAISHO-NENGETU
                     THEN
                          PERFORM   HENPIN-SHUKEI-PROC
                     END-IF
           END-READ.
       *>
       HENPIN-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>返品１件の集計（返品日に有効な税率で税額を求め、税率区分別に積み上げ）
       *>----------------------------------------------------------------------------
       HENPIN-SHUKEI-PROC                SECTION.
       *>
           ADD   1   TO   WRK-HENPIN-COUNT.
       *>
           MOVE   CRD01-HENPIN-BI   TO   WRK-HANTEI-BI.
           PERFORM   ZEIRITU-HANTEI-PROC.
       *>
       *>  商品マスタの税率区分（該当なしは標準税率）
           MOVE   SPACE               TO   IN02-ZEI-KUBUN.
           MOVE   CRD01-SHOHIN-CODE   TO   IN02-SHOHIN-CODE.
           READ IN02-SHOHIN-MASTER
               INVALID     KEY
                     MOVE   SPACE   TO   IN02-ZEI-KUBUN
           END-READ.
       *>
           IF   IN02-ZEI-KUBUN   =   "1"   THEN
                COMPUTE   WRK-HENPIN-ZEI   ROUNDED   =
                          CRD01-HENKIN-KINGAKU   *   WRK-KEIGEN-RITU
                ADD   CRD01-HENKIN-KINGAKU   TO   WRK-HENPIN-KEIGEN
                ADD   WRK-HENPIN-ZEI         TO   WRK-HENZEI-KEIGEN
           ELSE
                COMPUTE   WRK-HENPIN-ZEI   ROUNDED   =
                          CRD01-HENKIN-KINGAKU   *   WRK-HYOJUN-RITU
                ADD   CRD01-HENKIN-KINGAKU   TO   WRK-HENPIN-HYOJUN
                ADD   WRK-HENPIN-ZEI         TO   WRK-HENZEI-HYOJUN
           END-IF.
       *>
       HENPIN-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＧＬ消費税勘定の集計制御処理（当月の伝票日付の仕訳のみ）
       *>----------------------------------------------------------------------------
       GL-SHUKEI-CONTROL-PROC            SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   GLJ01-SHIWAKE-FILE.
       *>
           IF   GLJ-FILE-STATUS   =   "00"   THEN
                PERFORM   GL-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   GLJ01-SHIWAKE-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       GL-SHUKEI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＧＬ連携ファイルの読み込みと消費税勘定の積み上げ（１件分）
       *>----------------------------------------------------------------------------
       GL-READ-PROC                      SECTION.
       *>
           READ GLJ01-SHIWAKE-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   GLJ01-RECORD-KUBUN      =   "J"
                     AND  GLJ01-DENPYO-BI(1:6)    =   WRK-TAISHO-NENGETU
                     THEN
                          MOVE   GLJ01-KAMOKU   TO   WRK-SAGASHI-KAMOKU
                          PERFORM   KAMOKU-SANSHO-PROC
                          IF   WRK-KAMOKU-MITUKE   THEN
                               PERFORM   GL-ZEI-TSUMIAGE-PROC
                          END-IF
                     END-IF
           END-READ.
       *>
       GL-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消費税勘定の仕訳の積み上げ（貸方を加算・借方を減算）
       *>----------------------------------------------------------------------------
       GL-ZEI-TSUMIAGE-PROC              SECTION.
       *>
           IF   GLJ01-TAISHAKU-KUBUN   =   "C"   THEN
                ADD        GLJ01-KINGAKU   TO     WRK-GL-ZEI-KEI
           ELSE
                SUBTRACT   GLJ01-KINGAKU   FROM   WRK-GL-ZEI-KEI
           END-IF.
       *>
       GL-ZEI-TSUMIAGE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消費税集計表の印刷（消費税申告書の記載項目順）
       *>----------------------------------------------------------------------------
       SHUKEI-HYO-WRITE-PROC             SECTION.
       *>
       *>  見出し・適用税率（対象月末に有効な税率）の印刷
           MOVE   WRK-TAISHO-NEN   TO   HD01-NEN.
           MOVE   WRK-TAISHO-GETU  TO   HD01-GETU.
           MOVE   WRK-RUN-DATE     TO   HD01-RUN-DATE.
           MOVE   SPACE            TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
       *>
           MOVE   WRK-TAISHO-MATSU-BI   TO   WRK-HANTEI-BI.
           PERFORM   ZEIRITU-HANTEI-PROC.
           COMPUTE   WRK-ZEI-RITU-PCT   =   WRK-HYOJUN-RITU   *   100.
           MOVE   WRK-ZEI-RITU-PCT      TO   HD02-HYOJUN-PCT.
           COMPUTE   WRK-ZEI-RITU-PCT   =   WRK-KEIGEN-RITU   *   100.
           MOVE   WRK-ZEI-RITU-PCT      TO   HD02-KEIGEN-PCT.
           MOVE   SPACE                 TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-ZEIRITU.
           MOVE   SPACE                 TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-KOMOKU.
       *>
       *>  課税売上高（税抜・送料を含む）
           MOVE   "課税売上高（税抜・送料含む）"
                                        TO   HD04-KOMOKU-MEI.
           MOVE   WRK-URIAGE-HYOJUN     TO   WRK-INSATSU-HYOJUN.
           MOVE   WRK-URIAGE-KEIGEN     TO   WRK-INSATSU-KEIGEN.
           PERFORM   MEISAI-LINE-WRITE-PROC.
       *>
       *>  返品等の対価の額（税抜）
           MOVE   "返品等の対価の額（税抜）"
                                        TO   HD04-KOMOKU-MEI.
           MOVE   WRK-HENPIN-HYOJUN     TO   WRK-INSATSU-HYOJUN.
           MOVE   WRK-HENPIN-KEIGEN     TO   WRK-INSATSU-KEIGEN.
           PERFORM   MEISAI-LINE-WRITE-PROC.
       *>
           MOVE   SPACE                 TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
       *>
       *>  ①課税標準額（課税売上高の千円未満切捨て）
           MOVE   "①課税標準額（千円未満切捨）"
                                        TO   HD04-KOMOKU-MEI.
           COMPUTE   WRK-INSATSU-HYOJUN   =
                     ( WRK-URIAGE-HYOJUN   /   1000 )   *   1000.
           COMPUTE   WRK-INSATSU-KEIGEN   =
                     ( WRK-URIAGE-KEIGEN   /   1000 )   *   1000.
           PERFORM   MEISAI-LINE-WRITE-PROC.
       *>
       *>  ②消費税額（請求書ごとに計算した税額の合計）
           MOVE   "②消費税額"          TO   HD04-KOMOKU-MEI.
           MOVE   WRK-ZEI-HYOJUN        TO   WRK-INSATSU-HYOJUN.
           MOVE   WRK-ZEI-KEIGEN        TO   WRK-INSATSU-KEIGEN.
           PERFORM   MEISAI-LINE-WRITE-PROC.
       *>
       *>  ⑤返還等対価に係る税額（返品の税額）
           MOVE   "⑤返還等対価に係る税額"
                                        TO   HD04-KOMOKU-MEI.
           MOVE   WRK-HENZEI-HYOJUN     TO   WRK-INSATSU-HYOJUN.
           MOVE   WRK-HENZEI-KEIGEN     TO   WRK-INSATSU-KEIGEN.
           PERFORM   MEISAI-LINE-WRITE-PROC.
       *>
       *>  差引税額（②－⑤）
           MOVE   "差引税額（②－⑤）"  TO   HD04-KOMOKU-MEI.
           COMPUTE   WRK-INSATSU-HYOJUN   =
                     WRK-ZEI-HYOJUN   -   WRK-HENZEI-HYOJUN.
           COMPUTE   WRK-INSATSU-KEIGEN   =
                     WRK-ZEI-KEIGEN   -   WRK-HENZEI-KEIGEN.
           PERFORM   MEISAI-LINE-WRITE-PROC.
       *>
       *>  ＧＬ消費税勘定との照合（差引税額の合計と比較する）
           MOVE   SPACE                 TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
           MOVE   "ＧＬ消費税勘定の当月純額（貸－借）"
                  TO   HD05-KOMOKU-MEI.
           MOVE   WRK-GL-ZEI-KEI        TO   HD05-KINGAKU.
           WRITE  PRT01-RECODE   FROM   HD05-GL-LINE.
       *>
           MOVE   "差異（差引税額－ＧＬ）"
                                        TO   HD05-KOMOKU-MEI.
           COMPUTE   HD05-KINGAKU   =
                     WRK-INSATSU-HYOJUN   +   WRK-INSATSU-KEIGEN
                     -   WRK-GL-ZEI-KEI.
           WRITE  PRT01-RECODE   FROM   HD05-GL-LINE.
       *>
           IF   WRK-KAMOKU-CNT   =   ZERO   THEN
                MOVE   "（消費税勘定の対応登録なし）"
                       TO   HD06-CHUKI-NAIYO
                MOVE   ZERO             TO   HD06-KENSU
                WRITE  PRT01-RECODE   FROM   HD06-CHUKI
           END-IF.
       *>
       *>  集計件数・税率区分未記録の請求書件数
           MOVE   SPACE                 TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
           MOVE   "集計した請求書の件数"
                  TO   HD06-CHUKI-NAIYO.
           MOVE   WRK-SEIKYU-COUNT      TO   HD06-KENSU.
           WRITE  PRT01-RECODE   FROM   HD06-CHUKI.
           MOVE   "集計した返品明細の件数"
                  TO   HD06-CHUKI-NAIYO.
           MOVE   WRK-HENPIN-COUNT      TO   HD06-KENSU.
           WRITE  PRT01-RECODE   FROM   HD06-CHUKI.
           IF   WRK-MIKIROKU-COUNT   >   ZERO   THEN
                MOVE   "うち税率区分未記録（標準扱い）"
                       TO   HD06-CHUKI-NAIYO
                MOVE   WRK-MIKIROKU-COUNT   TO   HD06-KENSU
                WRITE  PRT01-RECODE   FROM   HD06-CHUKI
           END-IF.
       *>
       SHUKEI-HYO-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>集計表の明細行の印刷（標準・軽減・合計。項目名は呼び出し元で設定）
       *>----------------------------------------------------------------------------
       MEISAI-LINE-WRITE-PROC            SECTION.
       *>
           MOVE   WRK-INSATSU-HYOJUN   TO   HD04-HYOJUN.
           MOVE   WRK-INSATSU-KEIGEN   TO   HD04-KEIGEN.
           COMPUTE   HD04-GOKEI   =
                     WRK-INSATSU-HYOJUN   +   WRK-INSATSU-KEIGEN.
       *>
           MOVE   SPACE   TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD04-MEISAI.
       *>
       MEISAI-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>判定日に有効な消費税率の判定（適用開始日が判定日以前で最も新しい税率。
       *>  該当なしは既定値）
       *>----------------------------------------------------------------------------
       ZEIRITU-HANTEI-PROC               SECTION.
       *>
           MOVE   CST-ZEI-RITU      TO   WRK-HYOJUN-RITU.
           MOVE   CST-KEIGEN-RITU   TO   WRK-KEIGEN-RITU.
           MOVE   ZERO              TO   WRK-SAIYO-TEKIYO-BI.
       *>
           PERFORM   ZEIRITU-TBL-CHECK-PROC
                    VARYING   WRK-ZEIRITU-IDX   FROM   1   BY   1
                    UNTIL   WRK-ZEIRITU-IDX   >   WRK-ZEIRITU-CNT.
       *>
       ZEIRITU-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消費税率テーブルの採用判定（１件分）
       *>----------------------------------------------------------------------------
       ZEIRITU-TBL-CHECK-PROC            SECTION.
       *>
           IF   WRK-ZRT-TEKIYO-BI(WRK-ZEIRITU-IDX)   <=   WRK-HANTEI-BI
           AND  WRK-ZRT-TEKIYO-BI(WRK-ZEIRITU-IDX)   >=
                WRK-SAIYO-TEKIYO-BI   THEN
                MOVE   WRK-ZRT-HYOJUN-RITU(WRK-ZEIRITU-IDX)   TO
                       WRK-HYOJUN-RITU
                MOVE   WRK-ZRT-KEIGEN-RITU(WRK-ZEIRITU-IDX)   TO
                       WRK-KEIGEN-RITU
                MOVE   WRK-ZRT-TEKIYO-BI(WRK-ZEIRITU-IDX)     TO
                       WRK-SAIYO-TEKIYO-BI
           END-IF.
       *>
       ZEIRITU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消費税率マスタの一括読み込み（無い場合は既定値のみで判定する）
       *>----------------------------------------------------------------------------
       ZEIRITU-LOAD-PROC                 SECTION.
       *>
           MOVE   ZERO    TO   WRK-ZEIRITU-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   ZEI01-ZEIRITU-MASTER.
       *>
           IF   ZEI-FILE-STATUS   =   "00"   THEN
                PERFORM   ZEIRITU-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   ZEI01-ZEIRITU-MASTER
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       ZEIRITU-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消費税率マスタの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       ZEIRITU-READ-PROC                 SECTION.
       *>
           READ ZEI01-ZEIRITU-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-ZEIRITU-CNT   <   CST-MAX-ZEIRITU-KENSU
                     THEN
                          ADD   1   TO   WRK-ZEIRITU-CNT
                          MOVE   ZEI01-TEKIYO-BI     TO
                              WRK-ZRT-TEKIYO-BI(WRK-ZEIRITU-CNT)
                          MOVE   ZEI01-HYOJUN-RITU   TO
                              WRK-ZRT-HYOJUN-RITU(WRK-ZEIRITU-CNT)
                          MOVE   ZEI01-KEIGEN-RITU   TO
                              WRK-ZRT-KEIGEN-RITU(WRK-ZEIRITU-CNT)
                     END-IF
           END-READ.
       *>
       ZEIRITU-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>消費税勘定の検索（勘定科目テーブルの線形検索）
       *>----------------------------------------------------------------------------
       KAMOKU-SANSHO-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-KAMOKU-MITUKE-SW.
       *>
           PERFORM   KAMOKU-TBL-CHECK-PROC
                    VARYING   WRK-KAMOKU-IDX   FROM   1   BY   1
                    UNTIL   WRK-KAMOKU-IDX   >   WRK-KAMOKU-CNT
                    OR      WRK-KAMOKU-MITUKE.
       *>
       KAMOKU-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KAMOKU-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-KMK-KAMOKU(WRK-KAMOKU-IDX)   =   WRK-SAGASHI-KAMOKU
           THEN
                MOVE   "Y"   TO   WRK-KAMOKU-MITUKE-SW
           END-IF.
       *>
       KAMOKU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応マスタの一括読み込み（発生源区分Ｔの貸方科目を求める）
       *>----------------------------------------------------------------------------
       KAMOKU-MASTER-LOAD-PROC           SECTION.
       *>
           MOVE   ZERO    TO   WRK-KAMOKU-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   GLM01-TAIO-MASTER.
       *>
           IF   GLM-FILE-STATUS   =   "00"   THEN
                PERFORM   KAMOKU-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   GLM01-TAIO-MASTER
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KAMOKU-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応マスタの読み込み（１件分、登録済みの科目は追加しない）
       *>----------------------------------------------------------------------------
       KAMOKU-MASTER-READ-PROC           SECTION.
       *>
           READ GLM01-TAIO-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   GLM01-GENSEN-KUBUN   =   "T"   THEN
                          MOVE   GLM01-KASHIKATA-KAMOKU   TO
                                 WRK-SAGASHI-KAMOKU
                          PERFORM   KAMOKU-SANSHO-PROC
                          IF   NOT   WRK-KAMOKU-MITUKE
                          AND  WRK-KAMOKU-CNT  <  CST-MAX-KAMOKU-KENSU
                          THEN
                               ADD   1   TO   WRK-KAMOKU-CNT
                               MOVE   GLM01-KASHIKATA-KAMOKU   TO
                                      WRK-KMK-KAMOKU(WRK-KAMOKU-CNT)
                          END-IF
                     END-IF
           END-READ.
       *>
       KAMOKU-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]請求書レジスタファイルの読み込み
       *>----------------------------------------------------------------------------
       REGISTER-FILE-READ-PROC           SECTION.
       *>
           READ   IVR01-REGISTER-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"
                AND   IN-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       REGISTER-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
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
