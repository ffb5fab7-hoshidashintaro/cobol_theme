       *>----------------------------------------------------------------------------
       *>棚卸減耗分析処理
       *>  棚卸調整履歴ファイル（CCH01。実地棚卸 CYCCNT01 が在庫調整の都度
       *>  追記する）の棚卸差異と、共通在庫移動台帳（MOV01）の調整移動
       *>  （区分"J"＝ピッキング時の欠品調整）を積み上げ、対象月までの
       *>  直近１２か月の減耗・増加の金額（数量×仕入原価。マイナスが減耗）
       *>  を月別に、分類（商品コードの先頭２桁）別・保管場所マスタ
       *>  （BIN01）のゾーン・通路別・カウント担当別に推移表として印刷した
       *>  棚卸減耗分析表（PRT90）を作成する。欠品調整はカウント担当を
       *>  持たないため、担当別では「ピッキング欠品調整」として別掲する。
       *>  また、期間内にマイナスの差異を繰り返した商品（回数は共通実行
       *>  パラメータ SHRINK01／KAISU・既定２回以上）を、減耗金額の大きい
       *>  順に要警戒商品として一覧し、防犯面の点検に供する。
       *>  棚卸差異は履歴に記録した棚卸時点の仕入原価で、欠品調整は商品
       *>  マスタ（IN02）の現在の仕入原価で評価する。分類名は分類マスタ
       *>  （BUN01）より引き当てる。
       *>  対象年月（ＹＹＹＹＭＭ）はコマンドライン引数で指定し、省略時
       *>  は実行日の年月を対象とする。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        SHRINK01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]棚卸調整履歴ファイル（CYCCNT01が追記する）
       *>----------------------------------------------------------------------------
       SELECT    CCH01-RIREKI-FILE    ASSIGN       TO   "CCH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS CCH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]共通在庫移動台帳ファイル（STKMOVE01が追記する）
       *>----------------------------------------------------------------------------
       SELECT    MOV01-MOVE-FILE      ASSIGN       TO   "MOV01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（商品名・仕入原価の参照）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]保管場所マスタファイル（ゾーン・通路の参照）
       *>----------------------------------------------------------------------------
       SELECT    BIN01-LOCATION-MASTER ASSIGN      TO   "BIN01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS BIN01-SHOHIN-CODE
                                      STATUS BIN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]分類マスタファイル（分類名の参照・BUNUPD01が保守）
       *>----------------------------------------------------------------------------
       SELECT    BUN01-BUNRUI-MASTER  ASSIGN       TO   "BUN01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS BUN01-BUNRUI-CODE
                                      STATUS BUN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル（推移表の区分・キー、要警戒商品の金額順）
       *>----------------------------------------------------------------------------
       SELECT    ST-SORT-FILE         ASSIGN       TO   "ST".
       *>----------------------------------------------------------------------------
       *>[出力]棚卸減耗分析表
       *>----------------------------------------------------------------------------
       SELECT    PRT90-GENMO-RPT      ASSIGN       TO   "PRT90.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]棚卸調整履歴ファイルのレイアウト定義（CYCCNT01と同一）
       *>  （差異は実数－帳簿。マイナスが減耗、プラスが増加を表す）
       *>----------------------------------------------------------------------------
       FD   CCH01-RIREKI-FILE.
       01   CCH01-RECODE.
            03   CCH01-TANAOROSHI-BI           PIC 9(008).
            03   CCH01-COUNTER-ID              PIC X(003).
            03   CCH01-SHOHIN-CODE             PIC X(006).
            03   CCH01-CHOBO-SU                PIC 9(006).
            03   CCH01-JISSU                   PIC 9(006).
            03   CCH01-HENSA-SU                PIC S9(006).
            03   CCH01-GENKA                   PIC 9(005).
       *>----------------------------------------------------------------------------
       *>[入力]共通在庫移動台帳ファイルのレイアウト定義（STKMOVE01と同一）
       *>----------------------------------------------------------------------------
       FD   MOV01-MOVE-FILE.
       01   MOV01-MOVE-REC.
            03   MOV-IDOU-DATE              PIC 9(008).
            03   FILLER                     PIC X(001).
            03   MOV-IDOU-TIME              PIC 9(006).
            03   FILLER                     PIC X(001).
            03   MOV-RUN-ID                 PIC 9(006).
            03   FILLER                     PIC X(001).
            03   MOV-PROGRAM-ID             PIC X(010).
            03   FILLER                     PIC X(001).
            03   MOV-SHOHIN-CODE            PIC X(006).
            03   FILLER                     PIC X(001).
            03   MOV-IDOU-KUBUN             PIC X(001).
            03   FILLER                     PIC X(001).
            03   MOV-IDOU-SU                PIC S9(007).
            03   FILLER                     PIC X(001).
            03   MOV-MAE-ZAIKO-SU           PIC 9(006).
            03   FILLER                     PIC X(001).
            03   MOV-ATO-ZAIKO-SU           PIC 9(006).
       *>   --倉庫コード（移動の発生した倉庫。全社単位の移動は"00"）--
            03   FILLER                     PIC X(001).
            03   MOV-SOUKO-CODE             PIC X(002).
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
       *>保管場所マスタファイルのレイアウト定義（BINUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   BIN01-LOCATION-MASTER.
       01   BIN01-RECODE.
            03   BIN01-SHOHIN-CODE.
                 05   BIN01-BUNRUI-CODE        PIC X(002).
                 05   BIN01-SHOHIN-NO          PIC 9(004).
            03   BIN01-LOC-ZONE                PIC X(002).
            03   BIN01-LOC-TSURO               PIC X(003).
            03   BIN01-LOC-TANA                PIC X(003).
            03   BIN01-HOJU-MAX-SU             PIC 9(005).
            03   BIN01-HOJU-MIN-SU             PIC 9(005).
            03   BIN01-FORWARD-SU              PIC 9(006).
            03   BIN01-RESERVE-LOC             OCCURS 3.
                 05   BIN01-RSV-ZONE           PIC X(002).
                 05   BIN01-RSV-TSURO          PIC X(003).
                 05   BIN01-RSV-TANA           PIC X(003).
       *>----------------------------------------------------------------------------
       *>分類マスタファイルのレイアウト定義（BUNUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   BUN01-BUNRUI-MASTER.
       01   BUN01-RECODE.
            03   BUN01-BUNRUI-CODE             PIC X(003).
            03   BUN01-BUNRUI-MEI              PIC X(020).
            03   BUN01-BAIYA-MEI               PIC X(020).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義
       *>  区分"1"＝分類別、"2"＝ゾーン・通路別、"3"＝担当別（以上は
       *>  キー順）、"4"＝要警戒商品（減耗金額の大きい順）
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-SORT-REC.
            03   ST-KUBUN                     PIC X(001).
            03   ST-KINGAKU                   PIC S9(011).
            03   ST-KEY                       PIC X(006).
            03   ST-IDX                       PIC 9(004).
       *>----------------------------------------------------------------------------
       *>[出力]棚卸減耗分析表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT90-GENMO-RPT.
       01   PRT90-RECODE                      PIC X(210).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--期間内の差異・調整件数と分析表の明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--要警戒商品の件数--
            03   WRK-KEIKAI-COUNT             PIC 9(006).
            *>--テーブル満杯のため集計できなかった件数--
            03   WRK-AFURE-COUNT              PIC 9(006).
       *>
       01   CCH-FILE-STATUS                   PIC XX.
       01   IN-FILE-STATUS                    PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   BIN-FILE-STATUS                   PIC XX.
       01   BUN-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "SHRINK01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H   REDEFINES   WRK-RUN-DATE.
            03   WRK-RUN-NENGETU              PIC 9(006).
            03   WRK-RUN-HI                   PIC 9(002).
       *>
       *>--コマンドライン引数（対象年月ＹＹＹＹＭＭ）の受け取り領域--
       01   WRK-PARAM-AREA                    PIC X(020).
       01   WRK-TAISHO-NENGETU                PIC 9(006).
       01   WRK-TAISHO-NENGETU-H  REDEFINES  WRK-TAISHO-NENGETU.
            03   WRK-TAISHO-NEN               PIC 9(004).
            03   WRK-TAISHO-GETU              PIC 9(002).
       *>
       *>--集計期間の開始年月（対象月の１１か月前）と月の通し番号--
       01   WRK-KAISHI-NENGETU                PIC 9(006).
       01   WRK-KAISHI-NENGETU-H  REDEFINES  WRK-KAISHI-NENGETU.
            03   WRK-KAISHI-NEN               PIC 9(004).
            03   WRK-KAISHI-GETU              PIC 9(002).
       01   WRK-KAISHI-TSUKI-NO               PIC 9(006).
       01   WRK-HASSEI-TSUKI-NO               PIC 9(006).
       01   WRK-SA-TSUKI                      PIC S9(006).
       *>--月見出し作成用の年月--
       01   WRK-MIDASHI-NEN                   PIC 9(004).
       01   WRK-MIDASHI-GETU                  PIC 9(002).
       *>
       *>--実行パラメタの取得領域（PRMGET01呼び出し用）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                 VALUE "SHRINK01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--要警戒とするマイナス差異の回数（既定２回以上）--
       01   WRK-KEIKAI-KAISU                  PIC 9(003) VALUE 2.
       *>
       *>--差異・調整１件分の内容（集計処理への受け渡し）--
       01   WRK-HS-AREA.
            03   WRK-HS-DATE                  PIC 9(008).
            03   WRK-HS-DATE-H   REDEFINES   WRK-HS-DATE.
                 05   WRK-HS-NEN              PIC 9(004).
                 05   WRK-HS-GETU             PIC 9(002).
                 05   WRK-HS-HI               PIC 9(002).
            03   WRK-HS-SHOHIN-CODE           PIC X(006).
            03   WRK-HS-TANTO                 PIC X(003).
            03   WRK-HS-SU                    PIC S9(007).
            03   WRK-HS-GENKA                 PIC 9(005).
            03   WRK-HS-KINGAKU               PIC S9(011).
            03   WRK-HS-ZONE-TSURO            PIC X(005).
       01   WRK-GETU-IDX                      PIC 9(002).
       *>
       *>--推移テーブル（区分・キーごとの月別金額）--
       *>  区分"1"＝分類（キーは分類コード）、"2"＝ゾーン・通路
       *>  （キーはゾーン２桁＋通路３桁）、"3"＝カウント担当
       *>  （欠品調整は担当をスペースとする）
       77   CST-MAX-SUII-KENSU                PIC 9(004) VALUE 999.
       01   WRK-SUII-TBL.
            03   WRK-SUII-ENT                     OCCURS 999.
                 05   WRK-SUII-KUBUN              PIC X(001).
                 05   WRK-SUII-KEY                PIC X(006).
                 05   WRK-SUII-KINGAKU            PIC S9(011)
                                                  OCCURS 12.
       01   WRK-SUII-CNT                      PIC 9(004).
       01   WRK-SUII-IDX                      PIC 9(004).
       01   WRK-SUII-HIT-IDX                  PIC 9(004).
       01   WRK-SUII-MITUKE-SW                PIC X(001).
            88   WRK-SUII-MITUKE              VALUE "Y".
       01   WRK-SAGASHI-KUBUN                 PIC X(001).
       01   WRK-SAGASHI-KEY                   PIC X(006).
       *>
       *>--商品別のマイナス差異の回数・数量・金額と最終発生日--
       77   CST-MAX-SHOHIN-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-SHOHIN-TBL.
            03   WRK-SHOHIN-ENT                   OCCURS 9999.
                 05   WRK-SHOHIN-CODE             PIC X(006).
                 05   WRK-SHOHIN-ZONE-TSURO       PIC X(005).
                 05   WRK-SHOHIN-KAISU            PIC 9(004).
                 05   WRK-SHOHIN-SU               PIC S9(009).
                 05   WRK-SHOHIN-KINGAKU          PIC S9(011).
                 05   WRK-SHOHIN-SAISHU-BI        PIC 9(008).
       01   WRK-SHOHIN-CNT                    PIC 9(004).
       01   WRK-SHOHIN-IDX                    PIC 9(004).
       01   WRK-SHOHIN-HIT-IDX                PIC 9(004).
       01   WRK-SHOHIN-MITUKE-SW              PIC X(001).
            88   WRK-SHOHIN-MITUKE            VALUE "Y".
       *>
       *>--推移表の行合計と区分ごとの月別合計--
       01   WRK-GYO-GOUKEI                    PIC S9(013).
       01   WRK-KUBUN-KEI-TBL.
            03   WRK-KUBUN-KEI                PIC S9(013) OCCURS 12.
       *>
       *>--前レコードの区分保存用--
       01   KEY-KUBUN                         PIC X(001).
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(030)
                      VALUE "＜棚卸減耗分析表＞".
            03   FILLER                       PIC X(015)
                                 VALUE "集計期間：".
            03   HD01-KAISHI-NEN              PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-KAISHI-GETU             PIC 9(002).
            03   FILLER                       PIC X(003) VALUE "～".
            03   HD01-TAISHO-NEN              PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-TAISHO-GETU             PIC 9(002).
            03   FILLER                       PIC X(015)
                                 VALUE "　実行日：".
            03   HD01-RUN-DATE                PIC 9(008).
            03   FILLER                       PIC X(045)
                 VALUE "　（金額は仕入原価。－は減耗）".
       *>
       *>--推移表の区分見出し--
       01   HD02-KUBUN.
            03   HD02-KUBUN-MEI               PIC X(060).
       *>
       *>--推移表の月見出し--
       01   HD03-GETU-MIDASHI.
            03   FILLER                       PIC X(046)
                      VALUE "キー   名称".
            03   HD03-GETU-ENT                    OCCURS 12.
                 05   FILLER                  PIC X(004) VALUE SPACE.
                 05   HD03-NEN                PIC 9(004).
                 05   FILLER                  PIC X(001) VALUE "/".
                 05   HD03-GETU               PIC 9(002).
                 05   FILLER                  PIC X(001) VALUE SPACE.
            03   FILLER                       PIC X(014)
                      VALUE "        合計".
       *>
       *>--推移表の明細行--
       01   HD04-SUII.
            03   HD04-KEY                     PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-MEI                     PIC X(034).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-GETU-ENT                    OCCURS 12.
                 05   HD04-KINGAKU            PIC -ZZ,ZZZ,ZZ9.
                 05   FILLER                  PIC X(001) VALUE SPACE.
            03   HD04-GOUKEI                  PIC -ZZZ,ZZZ,ZZ9.
       *>
       *>--要警戒商品の見出し・明細行--
       01   HD05-KEIKAI-MIDASHI.
            03   FILLER                       PIC X(034)
                      VALUE "商品   商品名".
            03   FILLER                       PIC X(012)
                      VALUE "保管場所".
            03   FILLER                       PIC X(008)
                      VALUE "回数".
            03   FILLER                       PIC X(014)
                      VALUE "減耗数量".
            03   FILLER                       PIC X(016)
                      VALUE "    減耗金額".
            03   FILLER                       PIC X(017)
                      VALUE "  最終発生日".
       *>
       01   HD06-KEIKAI.
            03   HD06-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-ZONE                    PIC X(002).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD06-TSURO                   PIC X(003).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-KAISU                   PIC ZZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-SU                      PIC -ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-KINGAKU                 PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD06-SAISHU-BI               PIC 9(008).
       *>
       01   HD07-NASHI.
            03   FILLER                       PIC X(030)
                      VALUE "　該当なし".
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "SHRINK01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "対象件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "明細件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "要警戒商品件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "集計もれ件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   MSG9-FILE-MEI                PIC X(020).
            03   FILLER                       PIC X(023)
                  VALUE "入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  棚卸調整履歴（棚卸差異）の積み上げ
           PERFORM   RIREKI-CONTROL-PROC.
       *>
       *>  在庫移動台帳（欠品調整）の積み上げ
           PERFORM   IDOU-CONTROL-PROC.
       *>
       *>  区分・キー順の整列と推移表・要警戒商品一覧の印刷
           SORT   ST-SORT-FILE
                  ON   ASCENDING    KEY   ST-KUBUN
                                          ST-KINGAKU
                                          ST-KEY
              INPUT    PROCEDURE   GENMO-RELEASE-PROC
              OUTPUT   PROCEDURE   GENMO-PRINT-CONTROL-PROC.
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
           MOVE   ZERO    TO   WRK-IN-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-KEIKAI-COUNT.
           MOVE   ZERO    TO   WRK-AFURE-COUNT.
           MOVE   ZERO    TO   WRK-SUII-CNT.
           MOVE   ZERO    TO   WRK-SHOHIN-CNT.
       *>
       *>  開始時刻・実行日の取得と対象年月の決定（引数省略時は実行日の年月）
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-PARAM-AREA   FROM   COMMAND-LINE.
       *>
           IF   WRK-PARAM-AREA(1:6)   IS   NUMERIC   THEN
                MOVE   WRK-PARAM-AREA(1:6)   TO   WRK-TAISHO-NENGETU
           ELSE
                MOVE   WRK-RUN-NENGETU       TO   WRK-TAISHO-NENGETU
           END-IF.
       *>
       *>  集計期間の開始年月（対象月を含む１２か月の先頭月）
           IF   WRK-TAISHO-GETU   =   12   THEN
                MOVE      WRK-TAISHO-NEN   TO   WRK-KAISHI-NEN
                MOVE      1                TO   WRK-KAISHI-GETU
           ELSE
                COMPUTE   WRK-KAISHI-NEN   =   WRK-TAISHO-NEN   -   1
                COMPUTE   WRK-KAISHI-GETU  =   WRK-TAISHO-GETU  +   1
           END-IF.
           COMPUTE   WRK-KAISHI-TSUKI-NO   =
                     WRK-KAISHI-NEN   *   12   +   WRK-KAISHI-GETU.
       *>
           PERFORM   PARAMETER-GET-PROC.
       *>
           OPEN   INPUT    IN02-SHOHIN-MASTER
                           BIN01-LOCATION-MASTER
                           BUN01-BUNRUI-MASTER.
           OPEN   OUTPUT   PRT90-GENMO-RPT.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   IN02-SHOHIN-MASTER
                   BIN01-LOCATION-MASTER
                   BUN01-BUNRUI-MASTER
                   PRT90-GENMO-RPT.
       *>
           MOVE   WRK-IN-COUNT       TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT      TO   MSG3-COUNT.
           MOVE   WRK-KEIKAI-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-AFURE-COUNT    TO   MSG5-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-OUT-COUNT
                                          WRK-AUD-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>実行パラメタの取得（KAISU：要警戒とするマイナス差異の回数）。
       *>  未設定時は既定値（２回）を用いる
       *>----------------------------------------------------------------------------
       PARAMETER-GET-PROC                 SECTION.
       *>
           MOVE   "KAISU"          TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:3)   NOT =   "000"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-KEIKAI-KAISU
           END-IF.
       *>
       PARAMETER-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>棚卸調整履歴の読み込み制御（履歴が無い場合は棚卸差異なし）
       *>----------------------------------------------------------------------------
       RIREKI-CONTROL-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   CCH01-RIREKI-FILE.
       *>
           IF   CCH-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   RIREKI-CONTROL-PROC-EXIT
           END-IF.
       *>
           PERFORM   RIREKI-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   CCH01-RIREKI-FILE.
       *>
       RIREKI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>棚卸調整履歴の読み込み（１件分。棚卸時点の仕入原価で評価する）
       *>----------------------------------------------------------------------------
       RIREKI-READ-PROC                   SECTION.
       *>
           READ   CCH01-RIREKI-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   RIREKI-READ-PROC-EXIT
           END-READ.
       *>
           IF   CCH-FILE-STATUS   NOT =   "00"   THEN
                MOVE   "CCH01-RIREKI-FILE"   TO   MSG9-FILE-MEI
                MOVE   CCH-FILE-STATUS       TO   MSG9-STATUS
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
           MOVE   CCH01-TANAOROSHI-BI   TO   WRK-HS-DATE.
           MOVE   CCH01-SHOHIN-CODE     TO   WRK-HS-SHOHIN-CODE.
           MOVE   CCH01-COUNTER-ID      TO   WRK-HS-TANTO.
           MOVE   CCH01-HENSA-SU        TO   WRK-HS-SU.
           MOVE   CCH01-GENKA           TO   WRK-HS-GENKA.
           PERFORM   GENMO-SHUKEI-PROC.
       *>
       RIREKI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫移動台帳の読み込み制御
       *>----------------------------------------------------------------------------
       IDOU-CONTROL-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   MOV01-MOVE-FILE.
       *>
           PERFORM   IDOU-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   MOV01-MOVE-FILE.
       *>
       IDOU-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫移動台帳の読み込み（１件分）
       *>  欠品調整（区分"J"）のみ積み上げる。カウント担当は持たないため
       *>  スペースとし、商品マスタの現在の仕入原価で評価する
       *>----------------------------------------------------------------------------
       IDOU-READ-PROC                     SECTION.
       *>
           READ   MOV01-MOVE-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   IDOU-READ-PROC-EXIT
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS   NOT =   "00"   THEN
                MOVE   "MOV01-MOVE-FILE"     TO   MSG9-FILE-MEI
                MOVE   IN-FILE-STATUS        TO   MSG9-STATUS
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
           IF   MOV-IDOU-KUBUN   NOT =   "J"   THEN
                GO   TO   IDOU-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   MOV-SHOHIN-CODE   TO   IN02-SHOHIN-CODE.
           READ IN02-SHOHIN-MASTER
               INVALID     KEY
                     MOVE   ZERO         TO   WRK-HS-GENKA
               NOT   INVALID   KEY
                     MOVE   IN02-GENKA   TO   WRK-HS-GENKA
           END-READ.
       *>
           MOVE   MOV-IDOU-DATE     TO   WRK-HS-DATE.
           MOVE   MOV-SHOHIN-CODE   TO   WRK-HS-SHOHIN-CODE.
           MOVE   SPACE             TO   WRK-HS-TANTO.
           MOVE   MOV-IDOU-SU       TO   WRK-HS-SU.
           PERFORM   GENMO-SHUKEI-PROC.
       *>
       IDOU-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>差異・調整１件の積み上げ
       *>  発生月が集計期間（開始月～対象月）の何か月目かを求め、分類・
       *>  ゾーン通路・担当の推移テーブルへ金額を加える。マイナスの差異は
       *>  商品別のテーブルへも回数・数量・金額を加える
       *>----------------------------------------------------------------------------
       GENMO-SHUKEI-PROC                  SECTION.
       *>
           COMPUTE   WRK-HASSEI-TSUKI-NO   =
                     WRK-HS-NEN   *   12   +   WRK-HS-GETU.
           COMPUTE   WRK-SA-TSUKI   =
                     WRK-HASSEI-TSUKI-NO   -   WRK-KAISHI-TSUKI-NO.
       *>
           IF   WRK-SA-TSUKI   <   ZERO
           OR   WRK-SA-TSUKI   >   11
           OR   WRK-HS-SU      =   ZERO   THEN
                GO   TO   GENMO-SHUKEI-PROC-EXIT
           END-IF.
       *>
           ADD       1   TO   WRK-IN-COUNT.
           COMPUTE   WRK-GETU-IDX     =   WRK-SA-TSUKI   +   1.
           COMPUTE   WRK-HS-KINGAKU   =   WRK-HS-SU   *   WRK-HS-GENKA.
       *>
       *>  保管場所（ゾーン・通路）の引き当て（未登録はスペース）
           MOVE   WRK-HS-SHOHIN-CODE   TO   BIN01-SHOHIN-CODE.
           READ BIN01-LOCATION-MASTER
               INVALID     KEY
                     MOVE   SPACE             TO   WRK-HS-ZONE-TSURO
               NOT   INVALID   KEY
                     MOVE   BIN01-LOC-ZONE    TO
                            WRK-HS-ZONE-TSURO(1:2)
                     MOVE   BIN01-LOC-TSURO   TO
                            WRK-HS-ZONE-TSURO(3:3)
           END-READ.
       *>
       *>  分類別
           MOVE   "1"                       TO   WRK-SAGASHI-KUBUN.
           MOVE   WRK-HS-SHOHIN-CODE(1:2)   TO   WRK-SAGASHI-KEY.
           PERFORM   SUII-KASAN-PROC.
       *>
       *>  ゾーン・通路別
           MOVE   "2"                       TO   WRK-SAGASHI-KUBUN.
           MOVE   WRK-HS-ZONE-TSURO         TO   WRK-SAGASHI-KEY.
           PERFORM   SUII-KASAN-PROC.
       *>
       *>  担当別
           MOVE   "3"                       TO   WRK-SAGASHI-KUBUN.
           MOVE   WRK-HS-TANTO              TO   WRK-SAGASHI-KEY.
           PERFORM   SUII-KASAN-PROC.
       *>
           IF   WRK-HS-SU   <   ZERO   THEN
                PERFORM   SHOHIN-KASAN-PROC
           END-IF.
       *>
       GENMO-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>推移テーブルへの加算（未登録の区分・キーは追加する）
       *>----------------------------------------------------------------------------
       SUII-KASAN-PROC                    SECTION.
       *>
           MOVE   SPACE   TO   WRK-SUII-MITUKE-SW.
       *>
           PERFORM   SUII-TBL-CHECK-PROC
                    VARYING   WRK-SUII-IDX   FROM   1   BY   1
                    UNTIL   WRK-SUII-IDX   >   WRK-SUII-CNT
                    OR      WRK-SUII-MITUKE.
       *>
           IF   NOT   WRK-SUII-MITUKE   THEN
                IF   WRK-SUII-CNT   >=   CST-MAX-SUII-KENSU   THEN
                     ADD   1   TO   WRK-AFURE-COUNT
                     GO   TO   SUII-KASAN-PROC-EXIT
                END-IF
                ADD    1                   TO   WRK-SUII-CNT
                MOVE   WRK-SUII-CNT        TO   WRK-SUII-HIT-IDX
                INITIALIZE   WRK-SUII-ENT(WRK-SUII-HIT-IDX)
                MOVE   WRK-SAGASHI-KUBUN   TO
                       WRK-SUII-KUBUN(WRK-SUII-HIT-IDX)
                MOVE   WRK-SAGASHI-KEY     TO
                       WRK-SUII-KEY(WRK-SUII-HIT-IDX)
           END-IF.
       *>
           ADD   WRK-HS-KINGAKU   TO
                 WRK-SUII-KINGAKU(WRK-SUII-HIT-IDX WRK-GETU-IDX).
       *>
       SUII-KASAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>推移テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       SUII-TBL-CHECK-PROC                SECTION.
       *>
           IF   WRK-SUII-KUBUN(WRK-SUII-IDX)   =   WRK-SAGASHI-KUBUN
           AND  WRK-SUII-KEY(WRK-SUII-IDX)     =   WRK-SAGASHI-KEY
           THEN
                MOVE   "Y"            TO   WRK-SUII-MITUKE-SW
                MOVE   WRK-SUII-IDX   TO   WRK-SUII-HIT-IDX
           END-IF.
       *>
       SUII-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品別テーブルへのマイナス差異の加算（未登録の商品は追加する）
       *>----------------------------------------------------------------------------
       SHOHIN-KASAN-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-SHOHIN-MITUKE-SW.
       *>
           PERFORM   SHOHIN-TBL-CHECK-PROC
                    VARYING   WRK-SHOHIN-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHOHIN-IDX   >   WRK-SHOHIN-CNT
                    OR      WRK-SHOHIN-MITUKE.
       *>
           IF   NOT   WRK-SHOHIN-MITUKE   THEN
                IF   WRK-SHOHIN-CNT   >=   CST-MAX-SHOHIN-KENSU   THEN
                     ADD   1   TO   WRK-AFURE-COUNT
                     GO   TO   SHOHIN-KASAN-PROC-EXIT
                END-IF
                ADD    1                    TO   WRK-SHOHIN-CNT
                MOVE   WRK-SHOHIN-CNT       TO   WRK-SHOHIN-HIT-IDX
                INITIALIZE   WRK-SHOHIN-ENT(WRK-SHOHIN-HIT-IDX)
                MOVE   WRK-HS-SHOHIN-CODE   TO
                       WRK-SHOHIN-CODE(WRK-SHOHIN-HIT-IDX)
                MOVE   WRK-HS-ZONE-TSURO    TO
                       WRK-SHOHIN-ZONE-TSURO(WRK-SHOHIN-HIT-IDX)
           END-IF.
       *>
           ADD   1                TO
                 WRK-SHOHIN-KAISU(WRK-SHOHIN-HIT-IDX).
           ADD   WRK-HS-SU        TO
                 WRK-SHOHIN-SU(WRK-SHOHIN-HIT-IDX).
           ADD   WRK-HS-KINGAKU   TO
                 WRK-SHOHIN-KINGAKU(WRK-SHOHIN-HIT-IDX).
           IF   WRK-HS-DATE   >
                WRK-SHOHIN-SAISHU-BI(WRK-SHOHIN-HIT-IDX)   THEN
                MOVE   WRK-HS-DATE   TO
                       WRK-SHOHIN-SAISHU-BI(WRK-SHOHIN-HIT-IDX)
           END-IF.
       *>
       SHOHIN-KASAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品別テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       SHOHIN-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-SHOHIN-CODE(WRK-SHOHIN-IDX)   =
                WRK-HS-SHOHIN-CODE   THEN
                MOVE   "Y"              TO   WRK-SHOHIN-MITUKE-SW
                MOVE   WRK-SHOHIN-IDX   TO   WRK-SHOHIN-HIT-IDX
           END-IF.
       *>
       SHOHIN-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（推移テーブル全件と要警戒商品の書き出し）
       *>----------------------------------------------------------------------------
       GENMO-RELEASE-PROC                 SECTION.
       *>
           PERFORM   SUII-RELEASE-PROC
                    VARYING   WRK-SUII-IDX   FROM   1   BY   1
                    UNTIL   WRK-SUII-IDX   >   WRK-SUII-CNT.
       *>
           PERFORM   KEIKAI-RELEASE-PROC
                    VARYING   WRK-SHOHIN-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHOHIN-IDX   >   WRK-SHOHIN-CNT.
       *>
       GENMO-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（推移テーブル１件分。キー順に並べる）
       *>----------------------------------------------------------------------------
       SUII-RELEASE-PROC                  SECTION.
       *>
           MOVE   WRK-SUII-KUBUN(WRK-SUII-IDX)   TO   ST-KUBUN.
           MOVE   ZERO                           TO   ST-KINGAKU.
           MOVE   WRK-SUII-KEY(WRK-SUII-IDX)     TO   ST-KEY.
           MOVE   WRK-SUII-IDX                   TO   ST-IDX.
           RELEASE   ST-SORT-REC.
       *>
       SUII-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（商品１件分。マイナス差異が所定の回数以上の商品を
       *>  減耗金額の大きい順（金額の昇順）に並べる）
       *>----------------------------------------------------------------------------
       KEIKAI-RELEASE-PROC                SECTION.
       *>
           IF   WRK-SHOHIN-KAISU(WRK-SHOHIN-IDX)   <
                WRK-KEIKAI-KAISU   THEN
                GO   TO   KEIKAI-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   "4"                                  TO   ST-KUBUN.
           MOVE   WRK-SHOHIN-KINGAKU(WRK-SHOHIN-IDX)   TO   ST-KINGAKU.
           MOVE   WRK-SHOHIN-CODE(WRK-SHOHIN-IDX)      TO   ST-KEY.
           MOVE   WRK-SHOHIN-IDX                       TO   ST-IDX.
           RELEASE   ST-SORT-REC.
       *>
       KEIKAI-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（区分の変わり目で見出し・合計を印刷する）
       *>----------------------------------------------------------------------------
       GENMO-PRINT-CONTROL-PROC           SECTION.
       *>
           MOVE   WRK-KAISHI-NEN     TO   HD01-KAISHI-NEN.
           MOVE   WRK-KAISHI-GETU    TO   HD01-KAISHI-GETU.
           MOVE   WRK-TAISHO-NEN     TO   HD01-TAISHO-NEN.
           MOVE   WRK-TAISHO-GETU    TO   HD01-TAISHO-GETU.
           MOVE   WRK-RUN-DATE       TO   HD01-RUN-DATE.
           MOVE   SPACE              TO   PRT90-RECODE.
           WRITE  PRT90-RECODE       FROM   HD01-MIDASHI-1.
       *>
       *>  月見出しの作成（開始月から１２か月）
           MOVE   WRK-KAISHI-NEN     TO   WRK-MIDASHI-NEN.
           MOVE   WRK-KAISHI-GETU    TO   WRK-MIDASHI-GETU.
           PERFORM   GETU-MIDASHI-SET-PROC
                    VARYING   WRK-GETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-GETU-IDX   >   12.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   SPACE   TO   KEY-KUBUN.
       *>
           PERFORM   GENMO-PRINT-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
       *>  最後の区分の合計と、要警戒商品が無かった場合の表示
           IF   KEY-KUBUN   =   "1"   OR   "2"   OR   "3"   THEN
                PERFORM   KUBUN-KEI-PRINT-PROC
           END-IF.
           IF   KEY-KUBUN   NOT =   "4"   THEN
                MOVE   "4"   TO   KEY-KUBUN
                PERFORM   KUBUN-MIDASHI-PRINT-PROC
                MOVE   SPACE          TO   PRT90-RECODE
                WRITE  PRT90-RECODE   FROM   HD07-NASHI
           END-IF.
       *>
       GENMO-PRINT-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>月見出しの作成（１か月分）
       *>----------------------------------------------------------------------------
       GETU-MIDASHI-SET-PROC              SECTION.
       *>
           MOVE   WRK-MIDASHI-NEN    TO   HD03-NEN(WRK-GETU-IDX).
           MOVE   WRK-MIDASHI-GETU   TO   HD03-GETU(WRK-GETU-IDX).
       *>
           IF   WRK-MIDASHI-GETU   =   12   THEN
                ADD    1   TO   WRK-MIDASHI-NEN
                MOVE   1   TO   WRK-MIDASHI-GETU
           ELSE
                ADD    1   TO   WRK-MIDASHI-GETU
           END-IF.
       *>
       GETU-MIDASHI-SET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後の１件の印刷
       *>----------------------------------------------------------------------------
       GENMO-PRINT-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   GENMO-PRINT-PROC-EXIT
           END-RETURN.
       *>
           IF   ST-KUBUN   NOT =   KEY-KUBUN   THEN
                IF   KEY-KUBUN   NOT =   SPACE   THEN
                     PERFORM   KUBUN-KEI-PRINT-PROC
                END-IF
                MOVE   ST-KUBUN   TO   KEY-KUBUN
                PERFORM   KUBUN-MIDASHI-PRINT-PROC
           END-IF.
       *>
           IF   ST-KUBUN   =   "4"   THEN
                PERFORM   KEIKAI-PRINT-PROC
           ELSE
                PERFORM   SUII-PRINT-PROC
           END-IF.
       *>
       GENMO-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>区分見出しの印刷（区分の合計はゼロクリアする）
       *>----------------------------------------------------------------------------
       KUBUN-MIDASHI-PRINT-PROC           SECTION.
       *>
           MOVE   ZERO   TO   WRK-KUBUN-KEI-TBL.
       *>
           EVALUATE   KEY-KUBUN
               WHEN   "1"
                      MOVE   "【分類別】"                TO
                             HD02-KUBUN-MEI
               WHEN   "2"
                      MOVE   "【ゾーン・通路別】"        TO
                             HD02-KUBUN-MEI
               WHEN   "3"
                      MOVE   "【カウント担当別】"        TO
                             HD02-KUBUN-MEI
               WHEN   OTHER
                      MOVE
           "【要警戒商品（減耗の繰り返し）】"
                             TO   HD02-KUBUN-MEI
           END-EVALUATE.
       *>
           MOVE   SPACE          TO   PRT90-RECODE.
           WRITE  PRT90-RECODE.
           WRITE  PRT90-RECODE   FROM   HD02-KUBUN.
       *>
           MOVE   SPACE          TO   PRT90-RECODE.
           IF   KEY-KUBUN   =   "4"   THEN
                WRITE  PRT90-RECODE   FROM   HD05-KEIKAI-MIDASHI
           ELSE
                WRITE  PRT90-RECODE   FROM   HD03-GETU-MIDASHI
           END-IF.
       *>
       KUBUN-MIDASHI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>推移表の明細行の編集・印刷
       *>----------------------------------------------------------------------------
       SUII-PRINT-PROC                    SECTION.
       *>
           MOVE   SPACE   TO   HD04-KEY.
           MOVE   SPACE   TO   HD04-MEI.
       *>
           EVALUATE   ST-KUBUN
               WHEN   "1"
                      MOVE   ST-KEY   TO   HD04-KEY
       *>             分類名の引き当て（分類コードは先頭２桁で登録されている）
                      MOVE   SPACE          TO   BUN01-BUNRUI-CODE
                      MOVE   ST-KEY(1:2)    TO   BUN01-BUNRUI-CODE(1:2)
                      READ BUN01-BUNRUI-MASTER
                          INVALID     KEY
                                MOVE   "（未登録）"   TO
                                       HD04-MEI
                          NOT   INVALID   KEY
                                MOVE   BUN01-BUNRUI-MEI   TO   HD04-MEI
                      END-READ
               WHEN   "2"
                      IF   ST-KEY   =   SPACE   THEN
                           MOVE   "（保管場所未登録）"   TO
                                  HD04-MEI
                      ELSE
                           MOVE   ST-KEY(1:2)   TO   HD04-KEY(1:2)
                           MOVE   "-"           TO   HD04-KEY(3:1)
                           MOVE   ST-KEY(3:3)   TO   HD04-KEY(4:3)
                      END-IF
               WHEN   OTHER
                      IF   ST-KEY   =   SPACE   THEN
                           MOVE   "（ピッキング欠品調整）" TO
                                  HD04-MEI
                      ELSE
                           MOVE   ST-KEY        TO   HD04-KEY
                      END-IF
           END-EVALUATE.
       *>
           MOVE   ZERO   TO   WRK-GYO-GOUKEI.
           PERFORM   SUII-GETU-EDIT-PROC
                    VARYING   WRK-GETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-GETU-IDX   >   12.
           MOVE   WRK-GYO-GOUKEI   TO   HD04-GOUKEI.
       *>
           MOVE   SPACE          TO   PRT90-RECODE.
           WRITE  PRT90-RECODE   FROM   HD04-SUII.
           ADD    1              TO   WRK-OUT-COUNT.
       *>
       SUII-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>推移表の月別金額の編集（１か月分。行合計と区分合計へ加える）
       *>----------------------------------------------------------------------------
       SUII-GETU-EDIT-PROC                SECTION.
       *>
           MOVE   WRK-SUII-KINGAKU(ST-IDX WRK-GETU-IDX)   TO
                  HD04-KINGAKU(WRK-GETU-IDX).
           ADD    WRK-SUII-KINGAKU(ST-IDX WRK-GETU-IDX)   TO
                  WRK-GYO-GOUKEI.
           ADD    WRK-SUII-KINGAKU(ST-IDX WRK-GETU-IDX)   TO
                  WRK-KUBUN-KEI(WRK-GETU-IDX).
       *>
       SUII-GETU-EDIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>推移表の区分合計の印刷（要警戒商品の区分では印刷しない）
       *>----------------------------------------------------------------------------
       KUBUN-KEI-PRINT-PROC               SECTION.
       *>
           IF   KEY-KUBUN   =   "4"   THEN
                GO   TO   KUBUN-KEI-PRINT-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE          TO   HD04-KEY.
           MOVE   "＜合計＞"     TO   HD04-MEI.
           MOVE   ZERO           TO   WRK-GYO-GOUKEI.
           PERFORM   KUBUN-KEI-EDIT-PROC
                    VARYING   WRK-GETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-GETU-IDX   >   12.
           MOVE   WRK-GYO-GOUKEI   TO   HD04-GOUKEI.
       *>
           MOVE   SPACE          TO   PRT90-RECODE.
           WRITE  PRT90-RECODE   FROM   HD04-SUII.
       *>
       KUBUN-KEI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>推移表の区分合計の編集（１か月分）
       *>----------------------------------------------------------------------------
       KUBUN-KEI-EDIT-PROC                SECTION.
       *>
           MOVE   WRK-KUBUN-KEI(WRK-GETU-IDX)   TO
                  HD04-KINGAKU(WRK-GETU-IDX).
           ADD    WRK-KUBUN-KEI(WRK-GETU-IDX)   TO   WRK-GYO-GOUKEI.
       *>
       KUBUN-KEI-EDIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>要警戒商品の明細行の編集・印刷
       *>----------------------------------------------------------------------------
       KEIKAI-PRINT-PROC                  SECTION.
       *>
           MOVE   WRK-SHOHIN-CODE(ST-IDX)   TO   HD06-SHOHIN-CODE.
       *>
           MOVE   WRK-SHOHIN-CODE(ST-IDX)   TO   IN02-SHOHIN-CODE.
           READ IN02-SHOHIN-MASTER
               INVALID     KEY
                     MOVE   "（マスタなし）"   TO
                            HD06-SHOHIN-MI
               NOT   INVALID   KEY
                     MOVE   IN02-SHOHIN-MI     TO   HD06-SHOHIN-MI
           END-READ.
       *>
           MOVE   WRK-SHOHIN-ZONE-TSURO(ST-IDX)(1:2)   TO   HD06-ZONE.
           MOVE   WRK-SHOHIN-ZONE-TSURO(ST-IDX)(3:3)   TO   HD06-TSURO.
           MOVE   WRK-SHOHIN-KAISU(ST-IDX)             TO   HD06-KAISU.
           MOVE   WRK-SHOHIN-SU(ST-IDX)                TO   HD06-SU.
           MOVE   WRK-SHOHIN-KINGAKU(ST-IDX)           TO
                  HD06-KINGAKU.
           MOVE   WRK-SHOHIN-SAISHU-BI(ST-IDX)         TO
                  HD06-SAISHU-BI.
       *>
           MOVE   SPACE          TO   PRT90-RECODE.
           WRITE  PRT90-RECODE   FROM   HD06-KEIKAI.
           ADD    1              TO   WRK-OUT-COUNT.
           ADD    1              TO   WRK-KEIKAI-COUNT.
       *>
       KEIKAI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
       *>
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16               TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
