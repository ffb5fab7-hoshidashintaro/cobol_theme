       *>----------------------------------------------------------------------------
       *>在庫回転率・在庫日数表作成処理
       *>  共通在庫移動台帳（MOV01）の出荷移動（区分"S"）を遡及期間
       *>  （共通実行パラメータ TURNOV01／KIKAN-NISS・既定９０日）で
       *>  倉庫×商品別に集計し、倉庫別在庫ファイル（WHS01）の現在庫と
       *>  突き合わせて、商品ごとの在庫回転率（年換算）と在庫日数
       *>  （現在庫÷１日あたり平均出荷数量）を求める。在庫は商品マスタ
       *>  （IN02）の仕入原価（GENKA）で評価し、分類×倉庫別・分類別・
       *>  総合計の在庫評価額・出荷原価・回転率・在庫日数を印刷した
       *>  在庫回転率・在庫日数表（PRT89）を作成する。
       *>  在庫日数がＡＢＣ等級（CLS01）ごとの上限日数を超える商品を
       *>  「過剰」、下限日数を下回る商品を「過少」として表示する。
       *>  上限・下限日数は共通実行パラメータ（JOGEN-A・KAGEN-A など
       *>  等級ごと）で指定し、未設定時はＡ＝７～３０日、Ｂ＝１４～６０
       *>  日、Ｃ＝３０～１２０日とする。等級未登録の商品はＣとして扱う。
       *>  出荷が無く在庫のある商品は在庫日数を「出荷なし」とし、過剰と
       *>  する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        TURNOV01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]共通在庫移動台帳ファイル（STKMOVE01が追記する）
       *>----------------------------------------------------------------------------
       SELECT    MOV01-MOVE-FILE      ASSIGN       TO   "MOV01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]倉庫別在庫ファイル
       *>----------------------------------------------------------------------------
       SELECT    WHS01-SOUKO-ZAIKO    ASSIGN       TO   "WHS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS WHS01-SOUKO-KEY
                                      STATUS       IS WHS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（商品名・仕入原価の参照）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]ＡＢＣ等級ファイル（ABC01の出力。未整備時は全商品Ｃ）
       *>----------------------------------------------------------------------------
       SELECT    CLS01-TOUKYU-FILE    ASSIGN       TO   "CLS01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS CLS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-SORT-FILE         ASSIGN       TO   "ST".
       *>----------------------------------------------------------------------------
       *>[出力]在庫回転率・在庫日数表
       *>----------------------------------------------------------------------------
       SELECT    PRT89-KAITEN-RPT     ASSIGN       TO   "PRT89.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
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
       *>倉庫別在庫ファイルのレイアウト定義（TRANSFER01と同一）
       *>----------------------------------------------------------------------------
       FD   WHS01-SOUKO-ZAIKO.
       01   WHS01-RECODE.
            03   WHS01-SOUKO-KEY.
                 05   WHS01-SOUKO-CODE        PIC X(002).
                 05   WHS01-SHOHIN-CODE       PIC X(006).
            03   WHS01-ZAIKO-SU               PIC 9(006).
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
       *>[入力]ＡＢＣ等級ファイルのレイアウト定義（ABC01と同一）
       *>----------------------------------------------------------------------------
       FD   CLS01-TOUKYU-FILE.
       01   CLS01-RECODE.
            03   CLS01-SHOHIN-CODE            PIC X(006).
            03   CLS01-TOUKYU                 PIC X(001).
            03   CLS01-RANK-NO                PIC 9(004).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義（分類・倉庫・商品の順に整列する）
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-SORT-REC.
            03   ST-BUNRUI                    PIC X(002).
            03   ST-SOUKO                     PIC X(002).
            03   ST-SHOHIN                    PIC X(006).
            03   ST-SHUKEI-IDX                PIC 9(004).
       *>----------------------------------------------------------------------------
       *>[出力]在庫回転率・在庫日数表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT89-KAITEN-RPT.
       01   PRT89-RECODE                      PIC X(160).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--１か月分の末日テーブル（平年）。２月は閏年判定で読み替える--
       01   CST-MATSUBI-TBL.
            03   CST-MATSUBI-01              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-02              PIC 9(002) VALUE 28.
            03   CST-MATSUBI-03              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-04              PIC 9(002) VALUE 30.
            03   CST-MATSUBI-05              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-06              PIC 9(002) VALUE 30.
            03   CST-MATSUBI-07              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-08              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-09              PIC 9(002) VALUE 30.
            03   CST-MATSUBI-10              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-11              PIC 9(002) VALUE 30.
            03   CST-MATSUBI-12              PIC 9(002) VALUE 31.
       01   CST-MATSUBI-R REDEFINES CST-MATSUBI-TBL.
            03   CST-MATSUBI                 PIC 9(002) OCCURS 12.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--期間内の出荷移動件数・倉庫在庫件数と表の明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--過剰・過少の商品数とマスタ該当なし件数--
            03   WRK-KAJO-COUNT               PIC 9(006).
            03   WRK-KASHO-COUNT              PIC 9(006).
            03   WRK-SKIP-COUNT               PIC 9(006).
            03   WRK-MASTER-FOUND-SW          PIC X(001).
                 88   WRK-MASTER-FOUND        VALUE "Y".
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   WHS-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   CLS-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "TURNOV01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--遡及日数（共通実行パラメータで上書きできる）--
       01   WRK-KIKAN-NISSU                   PIC 9(003) VALUE 090.
       *>
       *>--ＡＢＣ等級ごとの在庫日数の上限・下限（パラメータで上書きできる）--
       01   WRK-GENDO-TBL.
            03   WRK-GENDO-ENT                    OCCURS 3.
                 05   WRK-GENDO-TOUKYU            PIC X(001).
                 05   WRK-JOGEN-NISSU             PIC 9(003).
                 05   WRK-KAGEN-NISSU             PIC 9(003).
       01   WRK-GENDO-IDX                     PIC 9(001).
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "TURNOV01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       01   WRK-PRM-NISSU                     PIC 9(003).
       *>
       *>--倉庫×商品別の出荷数量・現在庫の集計テーブル--
       77   CST-MAX-SHUKEI-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-SHUKEI-TBL.
            03   WRK-SHUKEI-ENT                   OCCURS 9999.
                 05   WRK-SHUKEI-SOUKO            PIC X(002).
                 05   WRK-SHUKEI-SHOHIN-CODE      PIC X(006).
                 05   WRK-SHUKEI-SHUKKA-SU        PIC S9(007).
                 05   WRK-SHUKEI-ZAIKO-SU         PIC 9(007).
       01   WRK-SHUKEI-CNT                    PIC 9(004).
       01   WRK-SHUKEI-IDX                    PIC 9(004).
       01   WRK-SHUKEI-HIT-IDX                PIC 9(004).
       01   WRK-SHUKEI-MITUKE-SW              PIC X(001).
            88   WRK-SHUKEI-MITUKE            VALUE "Y".
       01   WRK-SAGASHI-SOUKO                 PIC X(002).
       01   WRK-SAGASHI-SHOHIN                PIC X(006).
       *>
       *>--ＡＢＣ等級ファイルの一括読み込み用テーブル--
       77   CST-MAX-TOUKYU-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-TOUKYU-TBL.
            03   WRK-TOUKYU-ENT                   OCCURS 9999.
                 05   WRK-TOUKYU-SHOHIN           PIC X(006).
                 05   WRK-TOUKYU-KBN              PIC X(001).
       01   WRK-TOUKYU-CNT                    PIC 9(004).
       01   WRK-TOUKYU-IDX                    PIC 9(004).
       01   WRK-TOUKYU-MITUKE-SW              PIC X(001).
            88   WRK-TOUKYU-MITUKE            VALUE "Y".
       01   WRK-TOUKYU-KEKKA                  PIC X(001).
       *>
       *>--遡及期間の起算日の計算用（実行日から遡及日数だけ戻す）--
       01   WRK-KIJUN-AREA.
            03   WRK-KIJUN-NEN                PIC 9(004).
            03   WRK-KIJUN-GETU               PIC 9(002).
            03   WRK-KIJUN-HI                 PIC 9(002).
            03   WRK-KIJUN-ZAN-NISSU          PIC 9(003).
            03   WRK-KIJUN-MATSUBI            PIC 9(002) COMP.
       01   WRK-KIJUN-BI                      PIC 9(008).
       *>--閏年判定用の作業領域--
       01   WRK-KEISAN-AREA.
            03   WRK-URUU-NEN4                PIC 9(002) COMP.
            03   WRK-URUU-NEN100              PIC 9(002) COMP.
            03   WRK-URUU-NEN400              PIC 9(002) COMP.
            03   WRK-URUU-FLG                 PIC X(001).
                 88   WRK-URUU-NENDO          VALUE "1".
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>
       *>--商品１件分の評価額・回転率・在庫日数--
       01   WRK-ZAIKO-GAKU                    PIC S9(011).
       01   WRK-SHUKKA-GENKA                  PIC S9(011).
       01   WRK-KAITEN-RITSU                  PIC S9(005)V99.
       01   WRK-ZAIKO-NISSU                   PIC S9(006)V9.
       01   WRK-NISSU-ARI-SW                  PIC X(001).
            88   WRK-NISSU-ARI                VALUE "Y".
       *>
       *>--前レコードの集計キー（分類・倉庫）保存用--
       01   KEY-BUNRUI                        PIC X(002).
       01   KEY-SOUKO                         PIC X(002).
       01   WRK-SHOKAI-SW                     PIC X(001).
            88   WRK-SHOKAI                   VALUE "Y".
       *>
       *>--合計の集計領域（１＝分類×倉庫計、２＝分類計、３＝総合計）--
       01   WRK-KEI-TBL.
            03   WRK-KEI-ENT                      OCCURS 3.
                 05   WRK-KEI-ZAIKO-GAKU          PIC S9(013).
                 05   WRK-KEI-SHUKKA-GENKA        PIC S9(013).
       01   WRK-KEI-IDX                       PIC 9(001).
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(039)
                      VALUE "＜在庫回転率・在庫日数表＞".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
            03   FILLER                       PIC X(024)
                                 VALUE "　出荷集計期間：".
            03   HD01-KIJUN-BI                PIC 9(008).
            03   FILLER                       PIC X(003) VALUE "～".
            03   HD01-RUN-DATE                PIC 9(008).
            03   FILLER                       PIC X(003) VALUE "（".
            03   HD01-KIKAN-NISSU             PIC ZZ9.
            03   FILLER                       PIC X(006) VALUE "日）".
       *>
       01   HD02-MIDASHI-2.
            03   FILLER                       PIC X(014)
                 VALUE "分類 倉庫".
            03   FILLER                       PIC X(030)
                 VALUE "商品".
            03   FILLER                       PIC X(010)
                 VALUE "等級".
            03   FILLER                       PIC X(014)
                 VALUE "出荷数量".
            03   FILLER                       PIC X(012)
                 VALUE "現在庫".
            03   FILLER                       PIC X(012)
                 VALUE "原価".
            03   FILLER                       PIC X(019)
                 VALUE "在庫評価額".
            03   FILLER                       PIC X(011)
                 VALUE "回転率".
            03   FILLER                       PIC X(017)
                 VALUE "在庫日数".
            03   FILLER                       PIC X(006)
                 VALUE "判定".
       *>
       *>--印刷する明細行の定義--
       01   HD03-MEISAI.
            03   HD03-BUNRUI                  PIC X(002).
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD03-SOUKO                   PIC X(002).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SHOHIN                  PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD03-TOUKYU                  PIC X(001).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SHUKKA-SU               PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-ZAIKO-SU                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-GENKA                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-ZAIKO-GAKU              PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-KAITEN-AREA.
                 05   HD03-KAITEN-RITSU       PIC ZZ,ZZ9.99.
            03   HD03-KAITEN-X   REDEFINES   HD03-KAITEN-AREA
                                              PIC X(009).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-NISSU-AREA.
                 05   HD03-ZAIKO-NISSU        PIC ZZZ,ZZ9.9.
                 05   FILLER                  PIC X(003) VALUE SPACE.
            03   HD03-NISSU-X   REDEFINES   HD03-NISSU-AREA
                                              PIC X(012).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HANTEI                  PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-GENDO-AREA.
                 05   FILLER                  PIC X(001) VALUE "(".
                 05   HD03-KAGEN              PIC ZZ9.
                 05   FILLER                  PIC X(003) VALUE "～".
                 05   HD03-JOGEN              PIC ZZ9.
                 05   FILLER                  PIC X(001) VALUE ")".
            03   HD03-GENDO-X   REDEFINES   HD03-GENDO-AREA
                                              PIC X(011).
       *>
       *>--印刷する合計行の定義（出荷原価と評価額から回転率・日数を求める）--
       01   HD04-GOUKEI.
            03   HD04-MIDASHI                 PIC X(036).
            03   HD04-BUNRUI                  PIC X(002).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-SOUKO                   PIC X(002).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "出荷原価：".
            03   HD04-SHUKKA-GENKA            PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(012) VALUE SPACE.
            03   HD04-ZAIKO-GAKU              PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KAITEN-AREA.
                 05   HD04-KAITEN-RITSU       PIC ZZ,ZZ9.99.
            03   HD04-KAITEN-X   REDEFINES   HD04-KAITEN-AREA
                                              PIC X(009).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-NISSU-AREA.
                 05   HD04-ZAIKO-NISSU        PIC ZZZ,ZZ9.9.
                 05   FILLER                  PIC X(003) VALUE SPACE.
            03   HD04-NISSU-X   REDEFINES   HD04-NISSU-AREA
                                              PIC X(012).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "TURNOV01の出力結果".
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
                                 VALUE "過剰件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "過少件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(033)
                    VALUE "マスタ該当なし件数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                  VALUE "MOV01-MOVE-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  在庫移動台帳の読み込みと倉庫×商品別出荷数量の集計
           PERFORM   MAIN-PROC  UNTIL   WRK-AT-END   =   CST-END.
       *>
       *>  倉庫別在庫の読み込み
           PERFORM   SOUKO-ZAIKO-CONTROL-PROC.
       *>
       *>  分類・倉庫・商品順の整列と回転率・在庫日数表の印刷
           SORT   ST-SORT-FILE
                  ON   ASCENDING    KEY   ST-BUNRUI
                                          ST-SOUKO
                                          ST-SHOHIN
              INPUT    PROCEDURE   KAITEN-RELEASE-PROC
              OUTPUT   PROCEDURE   KAITEN-PRINT-CONTROL-PROC.
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
           MOVE   SPACE      TO   WRK-AT-END.
           MOVE   ZERO       TO   WRK-IN-COUNT.
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-KAJO-COUNT.
           MOVE   ZERO       TO   WRK-KASHO-COUNT.
           MOVE   ZERO       TO   WRK-SKIP-COUNT.
           MOVE   ZERO       TO   WRK-SHUKEI-CNT.
           MOVE   ZERO       TO   WRK-KEI-TBL.
       *>
       *>  等級ごとの上限・下限日数の既定値
           MOVE   "A"        TO   WRK-GENDO-TOUKYU(1).
           MOVE   030        TO   WRK-JOGEN-NISSU(1).
           MOVE   007        TO   WRK-KAGEN-NISSU(1).
           MOVE   "B"        TO   WRK-GENDO-TOUKYU(2).
           MOVE   060        TO   WRK-JOGEN-NISSU(2).
           MOVE   014        TO   WRK-KAGEN-NISSU(2).
           MOVE   "C"        TO   WRK-GENDO-TOUKYU(3).
           MOVE   120        TO   WRK-JOGEN-NISSU(3).
           MOVE   030        TO   WRK-KAGEN-NISSU(3).
       *>
       *>  開始時刻・実行日の取得
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  遡及日数・上限下限日数パラメータの取得
           PERFORM   PARAMETER-GET-PROC.
       *>
       *>  遡及期間の起算日の計算
           PERFORM   KIJUN-BI-KEISAN-PROC.
       *>
       *>  ＡＢＣ等級ファイルの一括読み込み
           PERFORM   TOUKYU-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    MOV01-MOVE-FILE
                           IN02-SHOHIN-MASTER
                  OUTPUT   PRT89-KAITEN-RPT.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN      TO   HD01-NEN.
           MOVE   WRK-RUN-GETU     TO   HD01-GETU.
           MOVE   WRK-RUN-HI       TO   HD01-HI.
           MOVE   WRK-KIJUN-BI     TO   HD01-KIJUN-BI.
           MOVE   WRK-RUN-DATE     TO   HD01-RUN-DATE.
           MOVE   WRK-KIKAN-NISSU  TO   HD01-KIKAN-NISSU.
           MOVE   SPACE            TO   PRT89-RECODE.
           WRITE  PRT89-RECODE     FROM   HD01-MIDASHI-1.
           MOVE   SPACE            TO   PRT89-RECODE.
           WRITE  PRT89-RECODE     FROM   HD02-MIDASHI-2.
       *>
       *>在庫移動台帳の読み込み
           PERFORM   MOVE-FILE-READ-PROC.
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
           CLOSE   MOV01-MOVE-FILE
                   IN02-SHOHIN-MASTER
                   PRT89-KAITEN-RPT.
       *>
           MOVE   WRK-IN-COUNT      TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT     TO   MSG3-COUNT.
           MOVE   WRK-KAJO-COUNT    TO   MSG4-COUNT.
           MOVE   WRK-KASHO-COUNT   TO   MSG5-COUNT.
           MOVE   WRK-SKIP-COUNT    TO   MSG6-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS6-MESSAGE-AREA UPON CONSOLE.
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
       *>主処理（在庫移動台帳１件ごとの出荷数量の積み上げ）
       *>  遡及期間内の出荷移動（区分"S"）のみ集計する。出荷はマイナス数量で
       *>  記録されているため、符号を反転して出荷数量として積み上げる
       *>  （訂正の逆仕訳はプラスで記録されており、積み上げで自然に相殺される）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           IF   MOV-IDOU-KUBUN   =   "S"
           AND  MOV-IDOU-DATE    >=   WRK-KIJUN-BI   THEN
                ADD    1                 TO   WRK-IN-COUNT
                MOVE   MOV-SOUKO-CODE    TO   WRK-SAGASHI-SOUKO
                MOVE   MOV-SHOHIN-CODE   TO   WRK-SAGASHI-SHOHIN
                PERFORM   SHUKEI-SANSHO-PROC
                IF   WRK-SHUKEI-MITUKE   THEN
                     SUBTRACT   MOV-IDOU-SU   FROM
                            WRK-SHUKEI-SHUKKA-SU(WRK-SHUKEI-HIT-IDX)
                END-IF
           END-IF.
       *>
           PERFORM   MOVE-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>倉庫別在庫ファイルの読み込み制御（現在庫を集計テーブルへ格納）
       *>----------------------------------------------------------------------------
       SOUKO-ZAIKO-CONTROL-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   WHS01-SOUKO-ZAIKO.
       *>
           IF   WHS-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   SOUKO-ZAIKO-CONTROL-PROC-EXIT
           END-IF.
       *>
           PERFORM   SOUKO-ZAIKO-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   WHS01-SOUKO-ZAIKO.
       *>
       SOUKO-ZAIKO-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>倉庫別在庫の読み込み（１件分、在庫ゼロの倉庫は出荷のみ残る）
       *>----------------------------------------------------------------------------
       SOUKO-ZAIKO-READ-PROC              SECTION.
       *>
           READ   WHS01-SOUKO-ZAIKO
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   SOUKO-ZAIKO-READ-PROC-EXIT
           END-READ.
       *>
           IF   WHS01-ZAIKO-SU   =   ZERO   THEN
                GO   TO   SOUKO-ZAIKO-READ-PROC-EXIT
           END-IF.
       *>
           ADD    1                   TO   WRK-IN-COUNT.
           MOVE   WHS01-SOUKO-CODE    TO   WRK-SAGASHI-SOUKO.
           MOVE   WHS01-SHOHIN-CODE   TO   WRK-SAGASHI-SHOHIN.
           PERFORM   SHUKEI-SANSHO-PROC.
           IF   WRK-SHUKEI-MITUKE   THEN
                ADD   WHS01-ZAIKO-SU   TO
                      WRK-SHUKEI-ZAIKO-SU(WRK-SHUKEI-HIT-IDX)
           END-IF.
       *>
       SOUKO-ZAIKO-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>集計テーブルの検索（未登録の倉庫×商品は追加する。満杯時は
       *>  WRK-SHUKEI-MITUKE-SWをスペースのまま戻す）
       *>----------------------------------------------------------------------------
       SHUKEI-SANSHO-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-SHUKEI-MITUKE-SW.
       *>
           PERFORM   SHUKEI-TBL-CHECK-PROC
                    VARYING   WRK-SHUKEI-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHUKEI-IDX   >   WRK-SHUKEI-CNT
                    OR      WRK-SHUKEI-MITUKE.
       *>
           IF   WRK-SHUKEI-MITUKE
           OR   WRK-SHUKEI-CNT   >=   CST-MAX-SHUKEI-KENSU   THEN
                GO   TO   SHUKEI-SANSHO-PROC-EXIT
           END-IF.
       *>
           ADD    1                    TO   WRK-SHUKEI-CNT.
           MOVE   WRK-SHUKEI-CNT       TO   WRK-SHUKEI-HIT-IDX.
           MOVE   WRK-SAGASHI-SOUKO    TO
                  WRK-SHUKEI-SOUKO(WRK-SHUKEI-HIT-IDX).
           MOVE   WRK-SAGASHI-SHOHIN   TO
                  WRK-SHUKEI-SHOHIN-CODE(WRK-SHUKEI-HIT-IDX).
           MOVE   ZERO                 TO
                  WRK-SHUKEI-SHUKKA-SU(WRK-SHUKEI-HIT-IDX).
           MOVE   ZERO                 TO
                  WRK-SHUKEI-ZAIKO-SU(WRK-SHUKEI-HIT-IDX).
           MOVE   "Y"                  TO   WRK-SHUKEI-MITUKE-SW.
       *>
       SHUKEI-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>集計テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       SHUKEI-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-SHUKEI-SOUKO(WRK-SHUKEI-IDX)   =   WRK-SAGASHI-SOUKO
           AND  WRK-SHUKEI-SHOHIN-CODE(WRK-SHUKEI-IDX)
                                   =   WRK-SAGASHI-SHOHIN   THEN
                MOVE   "Y"              TO   WRK-SHUKEI-MITUKE-SW
                MOVE   WRK-SHUKEI-IDX   TO   WRK-SHUKEI-HIT-IDX
           END-IF.
       *>
       SHUKEI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（集計テーブル全件の書き出し）
       *>----------------------------------------------------------------------------
       KAITEN-RELEASE-PROC                SECTION.
       *>
           PERFORM   KAITEN-RELEASE-MAIN-PROC
                    VARYING   WRK-SHUKEI-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHUKEI-IDX   >   WRK-SHUKEI-CNT.
       *>
       KAITEN-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（倉庫×商品１件分。出荷も在庫も無いものは除く）
       *>----------------------------------------------------------------------------
       KAITEN-RELEASE-MAIN-PROC           SECTION.
       *>
           IF   WRK-SHUKEI-SHUKKA-SU(WRK-SHUKEI-IDX)   <=   ZERO
           AND  WRK-SHUKEI-ZAIKO-SU(WRK-SHUKEI-IDX)    =    ZERO   THEN
                GO   TO   KAITEN-RELEASE-MAIN-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-SHUKEI-SHOHIN-CODE(WRK-SHUKEI-IDX)(1:2)   TO
                  ST-BUNRUI.
           MOVE   WRK-SHUKEI-SOUKO(WRK-SHUKEI-IDX)         TO
                  ST-SOUKO.
           MOVE   WRK-SHUKEI-SHOHIN-CODE(WRK-SHUKEI-IDX)   TO
                  ST-SHOHIN.
           MOVE   WRK-SHUKEI-IDX                           TO
                  ST-SHUKEI-IDX.
           RELEASE   ST-SORT-REC.
       *>
       KAITEN-RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（分類・倉庫の変わり目で合計を印刷する）
       *>----------------------------------------------------------------------------
       KAITEN-PRINT-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   "Y"     TO   WRK-SHOKAI-SW.
       *>
           PERFORM   KAITEN-PRINT-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           IF   NOT   WRK-SHOKAI   THEN
                PERFORM   SOUKO-KEI-PRINT-PROC
                PERFORM   BUNRUI-KEI-PRINT-PROC
           END-IF.
       *>
       *>  総合計の印刷
           MOVE   3                  TO   WRK-KEI-IDX.
           MOVE   "＜総合計＞　　　　" TO   HD04-MIDASHI.
           MOVE   SPACE              TO   HD04-BUNRUI.
           MOVE   SPACE              TO   HD04-SOUKO.
           PERFORM   GOUKEI-PRINT-PROC.
       *>
       KAITEN-PRINT-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>倉庫×商品の印刷（１件分）
       *>----------------------------------------------------------------------------
       KAITEN-PRINT-PROC                  SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KAITEN-PRINT-PROC-EXIT
           END-RETURN.
       *>
       *>  分類・倉庫の変わり目で合計を印刷する
           IF   NOT   WRK-SHOKAI   THEN
                IF   ST-BUNRUI   NOT =   KEY-BUNRUI   THEN
                     PERFORM   SOUKO-KEI-PRINT-PROC
                     PERFORM   BUNRUI-KEI-PRINT-PROC
                ELSE
                     IF   ST-SOUKO   NOT =   KEY-SOUKO   THEN
                          PERFORM   SOUKO-KEI-PRINT-PROC
                     END-IF
                END-IF
           END-IF.
           MOVE   SPACE       TO   WRK-SHOKAI-SW.
           MOVE   ST-BUNRUI   TO   KEY-BUNRUI.
           MOVE   ST-SOUKO    TO   KEY-SOUKO.
       *>
       *>  商品マスタのキー検索（商品名・仕入原価の参照）
           PERFORM   SHOHIN-MASTER-KEY-READ-PROC.
           IF   NOT   WRK-MASTER-FOUND   THEN
                ADD    1      TO   WRK-SKIP-COUNT
                MOVE   SPACE  TO   IN02-SHOHIN-MI
                MOVE   ZERO   TO   IN02-GENKA
           END-IF.
       *>
           PERFORM   MEISAI-PRINT-PROC.
       *>
       KAITEN-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>明細行の編集・印刷（回転率・在庫日数の計算と過剰・過少の判定）
       *>  回転率（年換算）＝期間出荷数量÷現在庫×３６５÷遡及日数
       *>  在庫日数　　　　＝現在庫÷（期間出荷数量÷遡及日数）
       *>----------------------------------------------------------------------------
       MEISAI-PRINT-PROC                  SECTION.
       *>
           COMPUTE   WRK-ZAIKO-GAKU   =
                     WRK-SHUKEI-ZAIKO-SU(ST-SHUKEI-IDX)  *  IN02-GENKA.
           COMPUTE   WRK-SHUKKA-GENKA   =
                     WRK-SHUKEI-SHUKKA-SU(ST-SHUKEI-IDX) *  IN02-GENKA.
       *>
           MOVE   1   TO   WRK-KEI-IDX.
           PERFORM   KEI-KASAN-PROC.
           MOVE   2   TO   WRK-KEI-IDX.
           PERFORM   KEI-KASAN-PROC.
           MOVE   3   TO   WRK-KEI-IDX.
           PERFORM   KEI-KASAN-PROC.
       *>
           MOVE   ST-BUNRUI                            TO   HD03-BUNRUI.
           MOVE   ST-SOUKO                              TO   HD03-SOUKO.
           MOVE   ST-SHOHIN                            TO   HD03-SHOHIN.
           MOVE   IN02-SHOHIN-MI                        TO
                  HD03-SHOHIN-MI.
           MOVE   WRK-SHUKEI-SHUKKA-SU(ST-SHUKEI-IDX)   TO
                  HD03-SHUKKA-SU.
           MOVE   WRK-SHUKEI-ZAIKO-SU(ST-SHUKEI-IDX)    TO
                  HD03-ZAIKO-SU.
           MOVE   IN02-GENKA                            TO   HD03-GENKA.
           MOVE   WRK-ZAIKO-GAKU                        TO
                  HD03-ZAIKO-GAKU.
       *>
       *>  回転率（在庫ゼロは表示しない）
           IF   WRK-SHUKEI-ZAIKO-SU(ST-SHUKEI-IDX)   >   ZERO
           AND  WRK-SHUKEI-SHUKKA-SU(ST-SHUKEI-IDX)  >   ZERO   THEN
                COMPUTE   WRK-KAITEN-RITSU   ROUNDED   =
                          WRK-SHUKEI-SHUKKA-SU(ST-SHUKEI-IDX)   *   365
                      / ( WRK-SHUKEI-ZAIKO-SU(ST-SHUKEI-IDX)
                          *   WRK-KIKAN-NISSU )
                MOVE   WRK-KAITEN-RITSU   TO   HD03-KAITEN-RITSU
           ELSE
                MOVE   SPACE              TO   HD03-KAITEN-X
           END-IF.
       *>
       *>  在庫日数（出荷なしで在庫のある商品は「出荷なし」）
           IF   WRK-SHUKEI-SHUKKA-SU(ST-SHUKEI-IDX)   >   ZERO   THEN
                COMPUTE   WRK-ZAIKO-NISSU   ROUNDED   =
                          WRK-SHUKEI-ZAIKO-SU(ST-SHUKEI-IDX)
                          *   WRK-KIKAN-NISSU
                      /   WRK-SHUKEI-SHUKKA-SU(ST-SHUKEI-IDX)
                MOVE   "Y"                TO   WRK-NISSU-ARI-SW
                MOVE   SPACE              TO   HD03-NISSU-X
                MOVE   WRK-ZAIKO-NISSU    TO   HD03-ZAIKO-NISSU
           ELSE
                MOVE   SPACE              TO   WRK-NISSU-ARI-SW
                MOVE   "出荷なし"         TO   HD03-NISSU-X
           END-IF.
       *>
       *>  ＡＢＣ等級の上限・下限日数による判定（等級未登録はＣ）
           MOVE   ST-SHOHIN   TO   WRK-SAGASHI-SHOHIN.
           PERFORM   TOUKYU-SANSHO-PROC.
           MOVE   WRK-TOUKYU-KEKKA   TO   HD03-TOUKYU.
           EVALUATE   WRK-TOUKYU-KEKKA
               WHEN   "A"
                      MOVE   1   TO   WRK-GENDO-IDX
               WHEN   "B"
                      MOVE   2   TO   WRK-GENDO-IDX
               WHEN   OTHER
                      MOVE   3   TO   WRK-GENDO-IDX
           END-EVALUATE.
       *>
           MOVE   SPACE   TO   HD03-HANTEI.
           MOVE   SPACE   TO   HD03-GENDO-X.
           IF   NOT   WRK-NISSU-ARI
           OR   WRK-ZAIKO-NISSU   >   WRK-JOGEN-NISSU(WRK-GENDO-IDX)
           THEN
                MOVE   "過剰"   TO   HD03-HANTEI
                ADD    1        TO   WRK-KAJO-COUNT
           ELSE
                IF   WRK-ZAIKO-NISSU   <
                     WRK-KAGEN-NISSU(WRK-GENDO-IDX)   THEN
                     MOVE   "過少"   TO   HD03-HANTEI
                     ADD    1        TO   WRK-KASHO-COUNT
                END-IF
           END-IF.
           IF   HD03-HANTEI   NOT =   SPACE   THEN
                MOVE   WRK-KAGEN-NISSU(WRK-GENDO-IDX)   TO   HD03-KAGEN
                MOVE   WRK-JOGEN-NISSU(WRK-GENDO-IDX)   TO   HD03-JOGEN
           END-IF.
       *>
           MOVE   SPACE          TO   PRT89-RECODE.
           WRITE  PRT89-RECODE   FROM   HD03-MEISAI.
           ADD    1              TO   WRK-OUT-COUNT.
       *>
       MEISAI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>合計への積み上げ（WRK-KEI-IDXの合計）
       *>----------------------------------------------------------------------------
       KEI-KASAN-PROC                     SECTION.
       *>
           ADD   WRK-ZAIKO-GAKU     TO
                 WRK-KEI-ZAIKO-GAKU(WRK-KEI-IDX).
           ADD   WRK-SHUKKA-GENKA   TO
                 WRK-KEI-SHUKKA-GENKA(WRK-KEI-IDX).
       *>
       KEI-KASAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類×倉庫計の印刷
       *>----------------------------------------------------------------------------
       SOUKO-KEI-PRINT-PROC               SECTION.
       *>
           MOVE   1                  TO   WRK-KEI-IDX.
           MOVE   "　＜分類×倉庫計＞" TO   HD04-MIDASHI.
           MOVE   KEY-BUNRUI         TO   HD04-BUNRUI.
           MOVE   KEY-SOUKO          TO   HD04-SOUKO.
           PERFORM   GOUKEI-PRINT-PROC.
       *>
       SOUKO-KEI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類計の印刷
       *>----------------------------------------------------------------------------
       BUNRUI-KEI-PRINT-PROC              SECTION.
       *>
           MOVE   2                  TO   WRK-KEI-IDX.
           MOVE   "　＜分類計＞　　　" TO   HD04-MIDASHI.
           MOVE   KEY-BUNRUI         TO   HD04-BUNRUI.
           MOVE   SPACE              TO   HD04-SOUKO.
           PERFORM   GOUKEI-PRINT-PROC.
       *>
           MOVE   SPACE          TO   PRT89-RECODE.
           WRITE  PRT89-RECODE.
       *>
       BUNRUI-KEI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>合計行の編集・印刷（WRK-KEI-IDXの合計。印刷後にゼロクリアする）
       *>  回転率・在庫日数は出荷原価と在庫評価額から求める
       *>----------------------------------------------------------------------------
       GOUKEI-PRINT-PROC                  SECTION.
       *>
           MOVE   WRK-KEI-SHUKKA-GENKA(WRK-KEI-IDX)   TO
                  HD04-SHUKKA-GENKA.
           MOVE   WRK-KEI-ZAIKO-GAKU(WRK-KEI-IDX)     TO
                  HD04-ZAIKO-GAKU.
       *>
           IF   WRK-KEI-ZAIKO-GAKU(WRK-KEI-IDX)     >   ZERO
           AND  WRK-KEI-SHUKKA-GENKA(WRK-KEI-IDX)   >   ZERO   THEN
                COMPUTE   WRK-KAITEN-RITSU   ROUNDED   =
                          WRK-KEI-SHUKKA-GENKA(WRK-KEI-IDX)   *   365
                      / ( WRK-KEI-ZAIKO-GAKU(WRK-KEI-IDX)
                          *   WRK-KIKAN-NISSU )
                MOVE   WRK-KAITEN-RITSU   TO   HD04-KAITEN-RITSU
           ELSE
                MOVE   SPACE              TO   HD04-KAITEN-X
           END-IF.
       *>
           IF   WRK-KEI-SHUKKA-GENKA(WRK-KEI-IDX)   >   ZERO   THEN
                COMPUTE   WRK-ZAIKO-NISSU   ROUNDED   =
                          WRK-KEI-ZAIKO-GAKU(WRK-KEI-IDX)
                          *   WRK-KIKAN-NISSU
                      /   WRK-KEI-SHUKKA-GENKA(WRK-KEI-IDX)
                MOVE   SPACE              TO   HD04-NISSU-X
                MOVE   WRK-ZAIKO-NISSU    TO   HD04-ZAIKO-NISSU
           ELSE
                MOVE   "出荷なし"         TO   HD04-NISSU-X
           END-IF.
       *>
           MOVE   SPACE          TO   PRT89-RECODE.
           WRITE  PRT89-RECODE   FROM   HD04-GOUKEI.
       *>
           MOVE   ZERO   TO   WRK-KEI-ZAIKO-GAKU(WRK-KEI-IDX).
           MOVE   ZERO   TO   WRK-KEI-SHUKKA-GENKA(WRK-KEI-IDX).
       *>
       GOUKEI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのキー検索
       *>----------------------------------------------------------------------------
       SHOHIN-MASTER-KEY-READ-PROC        SECTION.
       *>
           MOVE   ST-SHOHIN   TO   IN02-SHOHIN-CODE.
       *>
           READ IN02-SHOHIN-MASTER
               INVALID     KEY
                     MOVE   SPACE   TO   WRK-MASTER-FOUND-SW
       *>
               NOT   INVALID   KEY
                     MOVE   "Y"     TO   WRK-MASTER-FOUND-SW
       *>
           END-READ.
       *>
       SHOHIN-MASTER-KEY-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>遡及日数・上限下限日数パラメータの取得
       *>  共通実行パラメータファイル（PRM01）よりKIKAN-NISS（遡及日数）と
       *>  等級ごとのJOGEN-x（上限日数）・KAGEN-x（下限日数）を取得する。
       *>  未設定時は既定値を用いる
       *>----------------------------------------------------------------------------
       PARAMETER-GET-PROC                 SECTION.
       *>
           MOVE   "KIKAN-NISS"   TO   WRK-PRM-PARM-MEI.
           PERFORM   NISSU-PARM-GET-PROC.
           IF   WRK-PRM-MITUKE-FLG   =   "Y"   THEN
                MOVE   WRK-PRM-NISSU   TO   WRK-KIKAN-NISSU
           END-IF.
       *>
           PERFORM   GENDO-PARM-GET-PROC
                    VARYING   WRK-GENDO-IDX   FROM   1   BY   1
                    UNTIL   WRK-GENDO-IDX   >   3.
       *>
       PARAMETER-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>等級１つ分の上限・下限日数パラメータの取得
       *>----------------------------------------------------------------------------
       GENDO-PARM-GET-PROC                SECTION.
       *>
           MOVE   SPACE                 TO   WRK-PRM-PARM-MEI.
           MOVE   "JOGEN-"                           TO
                  WRK-PRM-PARM-MEI(1:6).
           MOVE   WRK-GENDO-TOUKYU(WRK-GENDO-IDX)    TO
                  WRK-PRM-PARM-MEI(7:1).
           PERFORM   NISSU-PARM-GET-PROC.
           IF   WRK-PRM-MITUKE-FLG   =   "Y"   THEN
                MOVE   WRK-PRM-NISSU   TO
                       WRK-JOGEN-NISSU(WRK-GENDO-IDX)
           END-IF.
       *>
           MOVE   "KAGEN-"                           TO
                  WRK-PRM-PARM-MEI(1:6).
           PERFORM   NISSU-PARM-GET-PROC.
           IF   WRK-PRM-MITUKE-FLG   =   "Y"   THEN
                MOVE   WRK-PRM-NISSU   TO
                       WRK-KAGEN-NISSU(WRK-GENDO-IDX)
           END-IF.
       *>
       GENDO-PARM-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>日数パラメータ１件の取得（WRK-PRM-PARM-MEIのパラメータ）
       *>  ３桁の数字でゼロ以外の場合のみ有効（WRK-PRM-MITUKE-FLGが"Y"）
       *>----------------------------------------------------------------------------
       NISSU-PARM-GET-PROC                SECTION.
       *>
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:3)   NOT =   "000"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-PRM-NISSU
           ELSE
                MOVE   SPACE                    TO   WRK-PRM-MITUKE-FLG
           END-IF.
       *>
       NISSU-PARM-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>遡及期間の起算日の計算処理（実行日から遡及日数だけ日付を戻す）
       *>----------------------------------------------------------------------------
       KIJUN-BI-KEISAN-PROC               SECTION.
       *>
           MOVE   WRK-RUN-NEN      TO   WRK-KIJUN-NEN.
           MOVE   WRK-RUN-GETU     TO   WRK-KIJUN-GETU.
           MOVE   WRK-RUN-HI       TO   WRK-KIJUN-HI.
           MOVE   WRK-KIKAN-NISSU  TO   WRK-KIJUN-ZAN-NISSU.
       *>
           PERFORM   KIJUN-HIZUKE-MODOSU-PROC
                    UNTIL   WRK-KIJUN-ZAN-NISSU   =   ZERO.
       *>
           MOVE   WRK-KIJUN-NEN    TO   WRK-KIJUN-BI(1:4).
           MOVE   WRK-KIJUN-GETU   TO   WRK-KIJUN-BI(5:2).
           MOVE   WRK-KIJUN-HI     TO   WRK-KIJUN-BI(7:2).
       *>
       KIJUN-BI-KEISAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>日付を１日戻す処理（月末日・閏年を考慮する）
       *>----------------------------------------------------------------------------
       KIJUN-HIZUKE-MODOSU-PROC           SECTION.
       *>
           IF   WRK-KIJUN-HI   >   1   THEN
                SUBTRACT   1   FROM   WRK-KIJUN-HI
           ELSE
                IF   WRK-KIJUN-GETU   >   1   THEN
                     SUBTRACT   1   FROM   WRK-KIJUN-GETU
                ELSE
                     MOVE   12   TO   WRK-KIJUN-GETU
                     SUBTRACT   1   FROM   WRK-KIJUN-NEN
                END-IF
                MOVE   CST-MATSUBI(WRK-KIJUN-GETU)   TO
                       WRK-KIJUN-MATSUBI
                IF   WRK-KIJUN-GETU   =   2   THEN
                     PERFORM   URUUDOSHI-HANTEI-PROC
                     IF   WRK-URUU-NENDO   THEN
                          MOVE   29   TO   WRK-KIJUN-MATSUBI
                     END-IF
                END-IF
                MOVE   WRK-KIJUN-MATSUBI   TO   WRK-KIJUN-HI
           END-IF.
       *>
           SUBTRACT   1   FROM   WRK-KIJUN-ZAN-NISSU.
       *>
       KIJUN-HIZUKE-MODOSU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>処理中の年（WRK-KIJUN-NEN）が閏年かどうかを判定する処理
       *>----------------------------------------------------------------------------
       URUUDOSHI-HANTEI-PROC              SECTION.
       *>
           MOVE   "0"   TO   WRK-URUU-FLG.
       *>
           DIVIDE   WRK-KIJUN-NEN   BY   4    GIVING   WRK-URUU-NEN4
                REMAINDER   WRK-URUU-NEN4.
           DIVIDE   WRK-KIJUN-NEN   BY   100  GIVING   WRK-URUU-NEN100
                REMAINDER   WRK-URUU-NEN100.
           DIVIDE   WRK-KIJUN-NEN   BY   400  GIVING   WRK-URUU-NEN400
                REMAINDER   WRK-URUU-NEN400.
       *>
           IF   WRK-URUU-NEN400   =   ZERO   THEN
                MOVE   "1"   TO   WRK-URUU-FLG
           ELSE
                IF   WRK-URUU-NEN4     =   ZERO
                AND  WRK-URUU-NEN100   NOT =   ZERO   THEN
                     MOVE   "1"   TO   WRK-URUU-FLG
                END-IF
           END-IF.
       *>
       URUUDOSHI-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＢＣ等級の参照（等級テーブルの線形検索。未登録はスペース）
       *>----------------------------------------------------------------------------
       TOUKYU-SANSHO-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-TOUKYU-MITUKE-SW.
           MOVE   SPACE   TO   WRK-TOUKYU-KEKKA.
           MOVE   ZERO    TO   WRK-TOUKYU-IDX.
       *>
           PERFORM   TOUKYU-TBL-CHECK-PROC
                    VARYING   WRK-TOUKYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-TOUKYU-IDX   >   WRK-TOUKYU-CNT
                    OR      WRK-TOUKYU-MITUKE.
       *>
       TOUKYU-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＢＣ等級テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       TOUKYU-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-TOUKYU-SHOHIN(WRK-TOUKYU-IDX)
                                   =   WRK-SAGASHI-SHOHIN   THEN
                MOVE   "Y"   TO   WRK-TOUKYU-MITUKE-SW
                MOVE   WRK-TOUKYU-KBN(WRK-TOUKYU-IDX)   TO
                       WRK-TOUKYU-KEKKA
           END-IF.
       *>
       TOUKYU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＢＣ等級ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  等級ファイルが無い場合は全商品をＣとして扱う
       *>----------------------------------------------------------------------------
       TOUKYU-FILE-LOAD-PROC              SECTION.
       *>
           MOVE   ZERO    TO   WRK-TOUKYU-CNT.
       *>
           OPEN   INPUT   CLS01-TOUKYU-FILE.
       *>
           IF   CLS-FILE-STATUS   =   "00"   THEN
                MOVE   SPACE   TO   WRK-AT-END
                PERFORM   TOUKYU-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   CLS01-TOUKYU-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       TOUKYU-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＢＣ等級ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TOUKYU-FILE-READ-PROC              SECTION.
       *>
           READ CLS01-TOUKYU-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-TOUKYU-CNT  <  CST-MAX-TOUKYU-KENSU THEN
                          ADD   1   TO   WRK-TOUKYU-CNT
                          MOVE   CLS01-SHOHIN-CODE   TO
                              WRK-TOUKYU-SHOHIN(WRK-TOUKYU-CNT)
                          MOVE   CLS01-TOUKYU        TO
                              WRK-TOUKYU-KBN(WRK-TOUKYU-CNT)
                     END-IF
           END-READ.
       *>
       TOUKYU-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]在庫移動台帳ファイルの読み込み
       *>----------------------------------------------------------------------------
       MOVE-FILE-READ-PROC                SECTION.
       *>
           READ   MOV01-MOVE-FILE
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
       MOVE-FILE-READ-PROC-EXIT.
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
