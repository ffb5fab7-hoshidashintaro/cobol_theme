       *>----------------------------------------------------------------------------
       *>仕入先評価表（月次スコアカード）作成処理
       *>  対象年月（共通実行パラメータTAISHO-YM、未設定時は実行日の前月）の
       *>  仕入先ごとの実績を次の入力から集計し、仕入先評価表へ印刷する。
       *>    入荷履歴ファイル（NKR01・RECEIPT01が在庫へ反映した入荷）
       *>      … 入荷行数、平均リードタイム（発注日から入荷日までの暦日数、
       *>        仕入先マスタのリードタイム日数と並べて表示）、納期遵守率
       *>        （入荷日が納期（POR01-NOKI-BI）以前の入荷行の割合）
       *>    発注残管理ファイル（POR01）
       *>      … 納期が対象年月の発注明細の数量充足率（入荷済数量（発注
       *>        数量まで）÷発注数量）
       *>    借方メモファイル（DBM01・RTV01が発行した仕入先返品）
       *>      … 返品率（対象年月の返品数量÷入荷数量）
       *>  納期遵守率・数量充足率が基準値未満、または返品率が基準値を超える
       *>  仕入先は要確認とし、その理由を印刷する（基準値は共通実行
       *>  パラメータKIJUN-NOKI・KIJUN-JSK・KIJUN-RTVで上書き可）。
       *>  月ごとの評価は仕入先評価履歴ファイル（SCH01）へ記録し（同じ
       *>  年月の再実行は置き換え）、前３か月の納期遵守率と、その平均に
       *>  対する当月の傾向（改善・悪化・横ばい）を併せて印刷する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        SUPSCR01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]仕入先マスタファイル（POISSUE01と同一）
       *>----------------------------------------------------------------------------
       SELECT    SUP01-SHIIRE-MASTER  ASSIGN       TO   "SUP01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS SUP-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]入荷履歴ファイル（RECEIPT01が追記する）
       *>----------------------------------------------------------------------------
       SELECT    NKR01-NYUKA-RIREKI   ASSIGN       TO   "NKR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]発注残管理ファイル（POISSUE01が作成する）
       *>----------------------------------------------------------------------------
       SELECT    POR01-HATYU-ZAN      ASSIGN       TO   "POR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS POR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]借方メモファイル（RTV01が発行する仕入先返品）
       *>----------------------------------------------------------------------------
       SELECT    DBM01-KARIKATA-FILE  ASSIGN       TO   "DBM01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS DBM-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]仕入先評価履歴ファイル（月ごとの評価結果）
       *>----------------------------------------------------------------------------
       SELECT    SCH01-HYOKA-RIREKI   ASSIGN       TO   "SCH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS SCH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]仕入先評価表
       *>----------------------------------------------------------------------------
       SELECT    PRT76-HYOKA-REPORT   ASSIGN       TO   "PRT76.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]仕入先マスタファイルのレイアウト定義（POISSUE01と同一）
       *>----------------------------------------------------------------------------
       FD   SUP01-SHIIRE-MASTER.
       01   SUP01-RECODE.
            03   SUP01-SHIIRE-CODE            PIC X(004).
            03   SUP01-SHIIRE-MEI             PIC X(020).
            03   SUP01-LEAD-NISSU             PIC 9(003).
            03   SUP01-SAITEI-SU              PIC 9(005).
       *>   --支払先口座（APPAY01の振込データ作成用。全銀協の項目桁数）--
            03   SUP01-GINKO-CODE             PIC 9(004).
            03   SUP01-SHITEN-CODE            PIC 9(003).
            03   SUP01-YOKIN-SHUMOKU          PIC 9(001).
            03   SUP01-KOZA-BANGOU            PIC 9(007).
            03   SUP01-KOZA-MEIGI             PIC X(030).
       *>   --電子発注区分（"1"＝電子発注ファイルを送信する仕入先）--
            03   SUP01-DENSHI-KUBUN           PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]入荷履歴ファイルのレイアウト定義（RECEIPT01と同一）
       *>----------------------------------------------------------------------------
       FD   NKR01-NYUKA-RIREKI.
       01   NKR01-RECODE.
            03   NKR01-NYUKA-BI               PIC 9(008).
            03   NKR01-HATYU-BANGOU           PIC 9(006).
            03   NKR01-SHIIRE-CODE            PIC X(004).
            03   NKR01-SHOHIN-CODE            PIC X(006).
            03   NKR01-NYUKA-SU               PIC 9(005).
            03   NKR01-HATYU-SU               PIC 9(005).
            03   NKR01-HATYU-BI               PIC 9(008).
            03   NKR01-NOKI-BI                PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]発注残管理ファイルのレイアウト定義（POISSUE01と同一）
       *>----------------------------------------------------------------------------
       FD   POR01-HATYU-ZAN.
       01   POR01-RECODE.
            03   POR01-HATYU-BANGOU           PIC 9(006).
            03   POR01-SHIIRE-CODE            PIC X(004).
            03   POR01-SHOHIN-CODE            PIC X(006).
            03   POR01-HATYU-SU               PIC 9(005).
            03   POR01-NYUKA-ZUMI-SU          PIC 9(005).
            03   POR01-HATYU-BI               PIC 9(008).
            03   POR01-NOKI-BI                PIC 9(008).
            03   POR01-JOKYO-KUBUN            PIC X(001).
            03   POR01-HATYU-TANKA            PIC 9(005).
       *>   --直送先の受注番号（直送発注のみ。在庫補充の発注はスペース）--
            03   POR01-ZYUTYU-BANGOU          PIC X(008).
       *>   --電子発注区分（"1"＝電子発注ファイルで送信した発注）--
            03   POR01-DENSHI-KUBUN           PIC X(001).
       *>   --仕入先回答（POACK01が記録する。回答区分：Ａ＝受諾、
       *>     Ｃ＝数量削減、Ｒ＝拒否、スペース＝未回答）--
            03   POR01-KAITO-KUBUN            PIC X(001).
            03   POR01-KAKUTEI-SU             PIC 9(005).
            03   POR01-KAITO-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]借方メモファイルのレイアウト定義（RTV01と同一）
       *>----------------------------------------------------------------------------
       FD   DBM01-KARIKATA-FILE.
       01   DBM01-RECODE.
            03   DBM01-HENKYAKU-BANGOU        PIC 9(006).
            03   DBM01-SHIIRE-CODE            PIC X(004).
            03   DBM01-SHOHIN-CODE            PIC X(006).
            03   DBM01-SURYO                  PIC 9(005).
            03   DBM01-GENKA-TANKA            PIC 9(005).
            03   DBM01-KINGAKU                PIC S9(008).
            03   DBM01-HAKKO-BI               PIC 9(008).
            03   DBM01-JOKYO-KUBUN            PIC X(001).
            03   DBM01-SOSAI-BI               PIC 9(008).
            03   DBM01-SHIHARAI-BANGOU        PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[入出力]仕入先評価履歴ファイルのレイアウト定義
       *>  （率は％・小数１桁。要確認区分"1"＝基準値を外れた月）
       *>----------------------------------------------------------------------------
       FD   SCH01-HYOKA-RIREKI.
       01   SCH01-RECODE.
            03   SCH01-TAISHO-YM              PIC 9(006).
            03   SCH01-SHIIRE-CODE            PIC X(004).
            03   SCH01-NYUKA-GYO              PIC 9(005).
            03   SCH01-HEIKIN-LT              PIC 9(003)V9.
            03   SCH01-NOKI-RITU              PIC 9(003)V9.
            03   SCH01-JUSOKU-RITU            PIC 9(003)V9.
            03   SCH01-HENPIN-RITU            PIC 9(003)V9.
            03   SCH01-YOUCHUI-KUBUN          PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]仕入先評価表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT76-HYOKA-REPORT.
       01   PRT76-RECODE                      PIC X(160).
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
       *>--傾向を改善・悪化とする納期遵守率の差（ポイント）--
       77   CST-KEIKO-HABA                    PIC 9(003)V9 VALUE 5.0.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            03   WRK-LINE-COUNT               PIC 9(002).
            03   WRK-PAGE-COUNT               PIC 9(004).
            *>--入荷履歴の読み込み件数・対象年月の入荷行数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-TAISHO-COUNT             PIC 9(006).
            *>--評価した仕入先数・要確認の仕入先数--
            03   WRK-HYOKA-COUNT              PIC 9(006).
            03   WRK-YOUCHUI-COUNT            PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   SUP-FILE-STATUS                   PIC XX.
       01   POR-FILE-STATUS                   PIC XX.
       01   DBM-FILE-STATUS                   PIC XX.
       01   SCH-FILE-STATUS                   PIC XX.
       *>
       *>--対象年月と前３か月（前月・前々月・３か月前）--
       01   WRK-TAISHO-YM                     PIC 9(006).
       01   WRK-TAISHO-YM-H  REDEFINES   WRK-TAISHO-YM.
            03   WRK-TAISHO-NEN               PIC 9(004).
            03   WRK-TAISHO-GETU              PIC 9(002).
       01   WRK-ZEN-YM-TBL.
            03   WRK-ZEN-YM                   PIC 9(006) OCCURS 3.
       01   WRK-ZEN-IDX                       PIC 9(001).
       01   WRK-YM-SAGYO.
            03   WRK-YM-NEN                   PIC 9(004).
            03   WRK-YM-GETU                  PIC 9(002).
       01   WRK-YM-SAGYO-R   REDEFINES   WRK-YM-SAGYO
                                              PIC 9(006).
       *>
       *>--評価の基準値（％。PRMGET01で上書き可）--
       01   WRK-KIJUN-NOKI                    PIC 9(003) VALUE 090.
       01   WRK-KIJUN-JSK                     PIC 9(003) VALUE 095.
       01   WRK-KIJUN-RTV                     PIC 9(003) VALUE 003.
       *>
       *>--仕入先別の集計テーブル（仕入先マスタ順、未登録の仕入先は追加）--
       77   CST-MAX-SHIIRE-KENSU              PIC 9(003) VALUE 999.
       01   WRK-SHIIRE-TBL.
            03   WRK-SHIIRE-ENT                   OCCURS 999.
                 05   WRK-SHIIRE-CODE             PIC X(004).
                 05   WRK-SHIIRE-MEI              PIC X(020).
                 05   WRK-SHIIRE-LEAD             PIC 9(003).
                 *>--入荷行数・納期内の入荷行数・リードタイム累計・入荷数量--
                 05   WRK-SHIIRE-NYUKA-GYO        PIC 9(005).
                 05   WRK-SHIIRE-NOKINAI-GYO      PIC 9(005).
                 05   WRK-SHIIRE-LT-KEI           PIC 9(007).
                 05   WRK-SHIIRE-NYUKA-SU         PIC 9(007).
                 *>--納期が対象年月の発注数量・充足数量--
                 05   WRK-SHIIRE-HATYU-SU         PIC 9(007).
                 05   WRK-SHIIRE-JUSOKU-SU        PIC 9(007).
                 *>--対象年月の返品数量--
                 05   WRK-SHIIRE-HENPIN-SU        PIC 9(007).
                 *>--前３か月の納期遵守率（履歴の無い月は有無区分スペース）--
                 05   WRK-SHIIRE-ZEN              OCCURS 3.
                      07   WRK-SHIIRE-ZEN-ARI     PIC X(001).
                      07   WRK-SHIIRE-ZEN-RITU    PIC 9(003)V9.
       01   WRK-SHIIRE-CNT                    PIC 9(003).
       01   WRK-SHIIRE-IDX                    PIC 9(003).
       01   WRK-SHIIRE-MITUKE-SW              PIC X(001).
            88   WRK-SHIIRE-MITUKE            VALUE "Y".
       01   KEY-SHIIRE-CODE                   PIC X(004).
       *>
       *>--仕入先評価履歴の一括読み込み用テーブル（終了時に全件書き戻す）--
       77   CST-MAX-SCH-KENSU                 PIC 9(005) VALUE 50000.
       01   WRK-SCH-TBL.
            03   WRK-SCH-ENT                      OCCURS 50000.
                 05   WRK-SCH-TAISHO-YM           PIC 9(006).
                 05   WRK-SCH-SHIIRE-CODE         PIC X(004).
                 05   WRK-SCH-NYUKA-GYO           PIC 9(005).
                 05   WRK-SCH-HEIKIN-LT           PIC 9(003)V9.
                 05   WRK-SCH-NOKI-RITU           PIC 9(003)V9.
                 05   WRK-SCH-JUSOKU-RITU         PIC 9(003)V9.
                 05   WRK-SCH-HENPIN-RITU         PIC 9(003)V9.
                 05   WRK-SCH-YOUCHUI-KUBUN       PIC X(001).
       01   WRK-SCH-CNT                       PIC 9(005).
       01   WRK-SCH-IDX                       PIC 9(005).
       *>
       *>--仕入先１件分の評価結果--
       01   WRK-HYOKA-AREA.
            03   WRK-HEIKIN-LT                PIC 9(003)V9.
            03   WRK-NOKI-RITU                PIC 9(003)V9.
            03   WRK-JUSOKU-RITU              PIC 9(003)V9.
            03   WRK-HENPIN-RITU              PIC 9(003)V9.
            03   WRK-ZEN-GOKEI                PIC 9(004)V9.
            03   WRK-ZEN-KENSU                PIC 9(001).
            03   WRK-ZEN-HEIKIN               PIC 9(003)V9.
            03   WRK-YOUCHUI-SW               PIC X(001).
                 88   WRK-YOUCHUI            VALUE "1".
            03   WRK-RIYU                     PIC X(040).
            03   WRK-RIYU-PTR                 PIC 9(003).
       *>
       *>--率の編集用（データの無い率は空欄で印刷する）--
       01   WRK-RITU-HENSHU                   PIC ZZ9.9.
       *>
       *>--リードタイム（暦日数）の計算用（西暦１年１月１日からの通算日数）--
       01   CST-RUISEKI-TBL.
            03   FILLER                      PIC 9(003) VALUE 000.
            03   FILLER                      PIC 9(003) VALUE 031.
            03   FILLER                      PIC 9(003) VALUE 059.
            03   FILLER                      PIC 9(003) VALUE 090.
            03   FILLER                      PIC 9(003) VALUE 120.
            03   FILLER                      PIC 9(003) VALUE 151.
            03   FILLER                      PIC 9(003) VALUE 181.
            03   FILLER                      PIC 9(003) VALUE 212.
            03   FILLER                      PIC 9(003) VALUE 243.
            03   FILLER                      PIC 9(003) VALUE 273.
            03   FILLER                      PIC 9(003) VALUE 304.
            03   FILLER                      PIC 9(003) VALUE 334.
       01   CST-RUISEKI-R REDEFINES CST-RUISEKI-TBL.
            03   CST-RUISEKI                 PIC 9(003) OCCURS 12.
       *>
       01   WRK-TSUSAN-AREA.
            03   WRK-TSUSAN-HIZUKE            PIC 9(008).
            03   WRK-TSUSAN-HIZUKE-H  REDEFINES   WRK-TSUSAN-HIZUKE.
                 05   WRK-TSUSAN-NEN          PIC 9(004).
                 05   WRK-TSUSAN-GETU         PIC 9(002).
                 05   WRK-TSUSAN-HI           PIC 9(002).
            03   WRK-TSUSAN-ZENNEN            PIC 9(004).
            03   WRK-TSUSAN-SHO4              PIC 9(004).
            03   WRK-TSUSAN-SHO100            PIC 9(004).
            03   WRK-TSUSAN-SHO400            PIC 9(004).
            03   WRK-TSUSAN-AMARI             PIC 9(004).
            03   WRK-TSUSAN-NISSU             PIC 9(007).
       01   WRK-NYUKA-NISSU                   PIC 9(007).
       01   WRK-LT-NISSU                      PIC 9(007).
       *>--閏年判定用の作業領域--
       01   WRK-URUU-AREA.
            03   WRK-URUU-NEN4                PIC 9(002) COMP.
            03   WRK-URUU-NEN100              PIC 9(002) COMP.
            03   WRK-URUU-NEN400              PIC 9(002) COMP.
            03   WRK-URUU-FLG                 PIC X(001).
                 88   WRK-URUU-NENDO          VALUE "1".
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "SUPSCR01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "SUPSCR01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
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
                     VALUE "仕入先評価表".
            03   FILLER                       PIC X(015)
                                 VALUE "対象年月：".
            03   HD01-TAISHO-NEN              PIC 9(004).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-TAISHO-GETU             PIC 9(002).
            03   FILLER                       PIC X(004)
                                 VALUE SPACE.
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
       01   HD02-KOUMOKU-MIDASHI.
            03   FILLER                       PIC X(009)
                     VALUE "仕入先".
            03   FILLER                       PIC X(026)
                     VALUE "仕入先名".
            03   FILLER                       PIC X(011)
                     VALUE "入荷行".
            03   FILLER                       PIC X(009)
                     VALUE "平均".
            03   FILLER                       PIC X(007)
                     VALUE "約定".
            03   FILLER                       PIC X(010)
                     VALUE "遵守％".
            03   FILLER                       PIC X(010)
                     VALUE "充足％".
            03   FILLER                       PIC X(010)
                     VALUE "返品％".
            03   FILLER                       PIC X(010)
                     VALUE "３月前".
            03   FILLER                       PIC X(010)
                     VALUE "２月前".
            03   FILLER                       PIC X(009)
                     VALUE "前月".
            03   FILLER                       PIC X(013)
                     VALUE "傾向".
            03   FILLER                       PIC X(009)
                     VALUE "要確認".
       *>
       01   HD03-MEISAI.
            03   HD03-SHIIRE-CODE             PIC X(004).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SHIIRE-MEI              PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-NYUKA-GYO               PIC ZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HEIKIN-LT               PIC X(005).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-YAKUJO-LT               PIC ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-NOKI-RITU               PIC X(005).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-JUSOKU-RITU             PIC X(005).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HENPIN-RITU             PIC X(005).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-ZEN                     OCCURS 3.
                 05   HD03-ZEN-RITU           PIC X(005).
                 05   FILLER                  PIC X(002) VALUE SPACE.
            03   HD03-KEIKO                   PIC X(009).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-RIYU                    PIC X(040).
       *>
       01   HD04-GOKEI.
            03   FILLER                       PIC X(024)
                     VALUE "評価仕入先数：".
            03   HD04-HYOKA-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(024)
                     VALUE "要確認仕入先数：".
            03   HD04-YOUCHUI-COUNT           PIC ZZZ,ZZ9.
       *>
       01   HD05-KIJUN.
            03   FILLER                       PIC X(027)
                     VALUE "基準値　納期遵守率".
            03   HD05-KIJUN-NOKI              PIC ZZ9.
            03   FILLER                       PIC X(027)
                     VALUE "％以上　数量充足率".
            03   HD05-KIJUN-JSK               PIC ZZ9.
            03   FILLER                       PIC X(021)
                     VALUE "％以上　返品率".
            03   HD05-KIJUN-RTV               PIC ZZ9.
            03   FILLER                       PIC X(009)
                     VALUE "％以下".
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "SUPSCR01の処理結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "対象入荷行数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "評価仕入先数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "要確認仕入先数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--退避テーブルあふれ時に表示するメッセージ--
       01   MSA-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                   VALUE "退避テーブルあふれ（中止）".
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(045)
                  VALUE "NKR01-NYUKA-RIREKI入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
           PERFORM   MAIN-PROC  UNTIL   WRK-AT-END   =   CST-END.
       *>
       *>  発注残（数量充足）・借方メモ（返品）の集計
           PERFORM   HATYU-ZAN-SHUUKEI-PROC.
           PERFORM   HENPIN-SHUUKEI-PROC.
       *>
       *>  前３か月の評価履歴の取り込み
           PERFORM   RIREKI-SANSHO-PROC
                    VARYING   WRK-SCH-IDX   FROM   1   BY   1
                    UNTIL   WRK-SCH-IDX   >   WRK-SCH-CNT.
       *>
       *>  仕入先ごとの評価と印刷
           PERFORM   HYOKA-PROC
                    VARYING   WRK-SHIIRE-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHIIRE-IDX   >   WRK-SHIIRE-CNT.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
       *>  作業領域の初期化・開始時刻の取得
           MOVE   SPACE      TO   WRK-AT-END.
           MOVE   ZERO       TO   WRK-IN-COUNT.
           MOVE   ZERO       TO   WRK-TAISHO-COUNT.
           MOVE   ZERO       TO   WRK-HYOKA-COUNT.
           MOVE   ZERO       TO   WRK-YOUCHUI-COUNT.
           MOVE   ZERO       TO   WRK-PAGE-COUNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得・対象年月（既定は前月）と前３か月の決定
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
           MOVE   WRK-RUN-NEN    TO   WRK-YM-NEN.
           MOVE   WRK-RUN-GETU   TO   WRK-YM-GETU.
           PERFORM   ZENGETSU-PROC.
           MOVE   WRK-YM-SAGYO-R   TO   WRK-TAISHO-YM.
       *>
           PERFORM   PARM-GET-PROC.
       *>
           MOVE   WRK-TAISHO-NEN    TO   WRK-YM-NEN.
           MOVE   WRK-TAISHO-GETU   TO   WRK-YM-GETU.
           PERFORM   ZEN-YM-SETTEI-PROC
                    VARYING   WRK-ZEN-IDX   FROM   1   BY   1
                    UNTIL   WRK-ZEN-IDX   >   3.
       *>
       *>  仕入先マスタ・仕入先評価履歴の一括読み込み
           PERFORM   SHIIRE-MASTER-LOAD-PROC.
           PERFORM   RIREKI-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    NKR01-NYUKA-RIREKI
                  OUTPUT   PRT76-HYOKA-REPORT.
       *>
           PERFORM   MIDASHI-WRITE-PROC.
       *>
       *>入荷履歴ファイルの読み込み
           PERFORM   NYUKA-RIREKI-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  評価仕入先数・要確認仕入先数と基準値の印刷
           MOVE   WRK-HYOKA-COUNT     TO   HD04-HYOKA-COUNT.
           MOVE   WRK-YOUCHUI-COUNT   TO   HD04-YOUCHUI-COUNT.
           MOVE   WRK-KIJUN-NOKI      TO   HD05-KIJUN-NOKI.
           MOVE   WRK-KIJUN-JSK       TO   HD05-KIJUN-JSK.
           MOVE   WRK-KIJUN-RTV       TO   HD05-KIJUN-RTV.
           MOVE   SPACE               TO   PRT76-RECODE.
           WRITE  PRT76-RECODE.
           WRITE  PRT76-RECODE        FROM   HD04-GOKEI.
           MOVE   SPACE               TO   PRT76-RECODE.
           WRITE  PRT76-RECODE        FROM   HD05-KIJUN.
       *>
       *>ファイルのクローズ
           CLOSE   NKR01-NYUKA-RIREKI
                   PRT76-HYOKA-REPORT.
       *>
       *>  仕入先評価履歴の書き戻し（対象年月分は今回の評価で置き換える）
           PERFORM   RIREKI-SAVE-PROC.
       *>
       *>入荷行数・評価仕入先数の表示
           MOVE   WRK-TAISHO-COUNT    TO   MSG2-COUNT.
           MOVE   WRK-HYOKA-COUNT     TO   MSG3-COUNT.
           MOVE   WRK-YOUCHUI-COUNT   TO   MSG4-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-HYOKA-COUNT
                                          WRK-YOUCHUI-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（入荷履歴１件ごとの仕入先別集計）
       *>  入荷日が対象年月の入荷について、入荷行数・入荷数量・納期内の
       *>  行数・発注日からのリードタイム（暦日）を仕入先へ加算する
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
           IF   NKR01-NYUKA-BI(1:6)   NOT =   WRK-TAISHO-YM   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           ADD    1                   TO   WRK-TAISHO-COUNT.
           MOVE   NKR01-SHIIRE-CODE   TO   KEY-SHIIRE-CODE.
           PERFORM   SHIIRE-SANSHO-PROC.
       *>
           ADD   1   TO   WRK-SHIIRE-NYUKA-GYO(WRK-SHIIRE-IDX).
           ADD   NKR01-NYUKA-SU   TO
                 WRK-SHIIRE-NYUKA-SU(WRK-SHIIRE-IDX).
       *>
           IF   NKR01-NYUKA-BI   <=   NKR01-NOKI-BI   THEN
                ADD   1   TO   WRK-SHIIRE-NOKINAI-GYO(WRK-SHIIRE-IDX)
           END-IF.
       *>
       *>  リードタイム（発注日から入荷日までの暦日数）
           IF   NKR01-HATYU-BI   IS   NUMERIC
           AND  NKR01-HATYU-BI   NOT =   ZERO
           AND  NKR01-HATYU-BI   <=   NKR01-NYUKA-BI   THEN
                MOVE   NKR01-NYUKA-BI     TO   WRK-TSUSAN-HIZUKE
                PERFORM   TSUSAN-NISSU-PROC
                MOVE   WRK-TSUSAN-NISSU   TO   WRK-NYUKA-NISSU
                MOVE   NKR01-HATYU-BI     TO   WRK-TSUSAN-HIZUKE
                PERFORM   TSUSAN-NISSU-PROC
                COMPUTE   WRK-LT-NISSU   =
                          WRK-NYUKA-NISSU   -   WRK-TSUSAN-NISSU
                ADD   WRK-LT-NISSU   TO
                      WRK-SHIIRE-LT-KEI(WRK-SHIIRE-IDX)
           END-IF.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   NYUKA-RIREKI-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの集計（納期が対象年月の発注明細の数量充足）
       *>  充足数量は入荷済数量とし、発注数量を上限とする
       *>----------------------------------------------------------------------------
       HATYU-ZAN-SHUUKEI-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   POR01-HATYU-ZAN.
       *>
           IF   POR-FILE-STATUS   =   "00"   THEN
                PERFORM   HATYU-ZAN-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   POR01-HATYU-ZAN
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       HATYU-ZAN-SHUUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの読み込みと集計（１件分）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-READ-PROC                SECTION.
       *>
           READ POR01-HATYU-ZAN
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   HATYU-ZAN-READ-PROC-EXIT
           END-READ.
       *>
           IF   POR01-NOKI-BI(1:6)   NOT =   WRK-TAISHO-YM   THEN
                GO   TO   HATYU-ZAN-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   POR01-SHIIRE-CODE   TO   KEY-SHIIRE-CODE.
           PERFORM   SHIIRE-SANSHO-PROC.
       *>
           ADD   POR01-HATYU-SU   TO
                 WRK-SHIIRE-HATYU-SU(WRK-SHIIRE-IDX).
           IF   POR01-NYUKA-ZUMI-SU   >   POR01-HATYU-SU   THEN
                ADD   POR01-HATYU-SU        TO
                      WRK-SHIIRE-JUSOKU-SU(WRK-SHIIRE-IDX)
           ELSE
                ADD   POR01-NYUKA-ZUMI-SU   TO
                      WRK-SHIIRE-JUSOKU-SU(WRK-SHIIRE-IDX)
           END-IF.
       *>
       HATYU-ZAN-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>借方メモファイルの集計（発行日が対象年月の仕入先返品数量）
       *>----------------------------------------------------------------------------
       HENPIN-SHUUKEI-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   DBM01-KARIKATA-FILE.
       *>
           IF   DBM-FILE-STATUS   =   "00"   THEN
                PERFORM   HENPIN-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   DBM01-KARIKATA-FILE
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       HENPIN-SHUUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>借方メモファイルの読み込みと集計（１件分）
       *>----------------------------------------------------------------------------
       HENPIN-READ-PROC                   SECTION.
       *>
           READ DBM01-KARIKATA-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   HENPIN-READ-PROC-EXIT
           END-READ.
       *>
           IF   DBM01-HAKKO-BI(1:6)   NOT =   WRK-TAISHO-YM   THEN
                GO   TO   HENPIN-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   DBM01-SHIIRE-CODE   TO   KEY-SHIIRE-CODE.
           PERFORM   SHIIRE-SANSHO-PROC.
       *>
           ADD   DBM01-SURYO   TO
                 WRK-SHIIRE-HENPIN-SU(WRK-SHIIRE-IDX).
       *>
       HENPIN-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前３か月の評価履歴の取り込み（履歴１件分）
       *>----------------------------------------------------------------------------
       RIREKI-SANSHO-PROC                 SECTION.
       *>
           PERFORM   RIREKI-ZEN-CHECK-PROC
                    VARYING   WRK-ZEN-IDX   FROM   1   BY   1
                    UNTIL   WRK-ZEN-IDX   >   3.
       *>
       RIREKI-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>評価履歴の年月と前３か月の突き合わせ（１か月分）
       *>  前３か月の履歴は、当月に実績の無い仕入先も集計テーブルへ
       *>  追加しない（当月の実績がある仕入先のみ傾向を示す）
       *>----------------------------------------------------------------------------
       RIREKI-ZEN-CHECK-PROC              SECTION.
       *>
           IF   WRK-SCH-TAISHO-YM(WRK-SCH-IDX)
                                 NOT =   WRK-ZEN-YM(WRK-ZEN-IDX)   THEN
                GO   TO   RIREKI-ZEN-CHECK-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-SCH-SHIIRE-CODE(WRK-SCH-IDX)   TO
                  KEY-SHIIRE-CODE.
           MOVE   SPACE   TO   WRK-SHIIRE-MITUKE-SW.
           PERFORM   SHIIRE-TBL-CHECK-PROC
                    VARYING   WRK-SHIIRE-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHIIRE-IDX   >   WRK-SHIIRE-CNT
                    OR      WRK-SHIIRE-MITUKE.
       *>
           IF   NOT   WRK-SHIIRE-MITUKE   THEN
                GO   TO   RIREKI-ZEN-CHECK-PROC-EXIT
           END-IF.
           SUBTRACT   1   FROM   WRK-SHIIRE-IDX.
       *>
           MOVE   "Y"   TO
                  WRK-SHIIRE-ZEN-ARI(WRK-SHIIRE-IDX WRK-ZEN-IDX).
           MOVE   WRK-SCH-NOKI-RITU(WRK-SCH-IDX)   TO
                  WRK-SHIIRE-ZEN-RITU(WRK-SHIIRE-IDX WRK-ZEN-IDX).
       *>
       RIREKI-ZEN-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先１件の評価・印刷と評価履歴への追加
       *>  対象年月に入荷・納期到来の発注・返品のいずれも無い仕入先は
       *>  評価しない
       *>----------------------------------------------------------------------------
       HYOKA-PROC                         SECTION.
       *>
           IF   WRK-SHIIRE-NYUKA-GYO(WRK-SHIIRE-IDX)   =   ZERO
           AND  WRK-SHIIRE-HATYU-SU(WRK-SHIIRE-IDX)    =   ZERO
           AND  WRK-SHIIRE-HENPIN-SU(WRK-SHIIRE-IDX)   =   ZERO   THEN
                GO   TO   HYOKA-PROC-EXIT
           END-IF.
       *>
           ADD    1       TO   WRK-HYOKA-COUNT.
           MOVE   SPACE   TO   WRK-YOUCHUI-SW.
           MOVE   SPACE   TO   WRK-RIYU.
           MOVE   1       TO   WRK-RIYU-PTR.
       *>
           MOVE   WRK-SHIIRE-CODE(WRK-SHIIRE-IDX)   TO
                  HD03-SHIIRE-CODE.
           MOVE   WRK-SHIIRE-MEI(WRK-SHIIRE-IDX)   TO
                  HD03-SHIIRE-MEI.
           MOVE   WRK-SHIIRE-NYUKA-GYO(WRK-SHIIRE-IDX)   TO
                  HD03-NYUKA-GYO.
           MOVE   WRK-SHIIRE-LEAD(WRK-SHIIRE-IDX)   TO   HD03-YAKUJO-LT.
       *>
       *>  平均リードタイム・納期遵守率（入荷の無い月は空欄）
           MOVE   ZERO    TO   WRK-HEIKIN-LT.
           MOVE   ZERO    TO   WRK-NOKI-RITU.
           MOVE   SPACE   TO   HD03-HEIKIN-LT.
           MOVE   SPACE   TO   HD03-NOKI-RITU.
           IF   WRK-SHIIRE-NYUKA-GYO(WRK-SHIIRE-IDX)   >   ZERO   THEN
                COMPUTE   WRK-HEIKIN-LT   ROUNDED   =
                          WRK-SHIIRE-LT-KEI(WRK-SHIIRE-IDX)
                          /   WRK-SHIIRE-NYUKA-GYO(WRK-SHIIRE-IDX)
                COMPUTE   WRK-NOKI-RITU   ROUNDED   =
                          WRK-SHIIRE-NOKINAI-GYO(WRK-SHIIRE-IDX)
                          *   100
                          /   WRK-SHIIRE-NYUKA-GYO(WRK-SHIIRE-IDX)
                MOVE   WRK-HEIKIN-LT     TO   WRK-RITU-HENSHU
                MOVE   WRK-RITU-HENSHU   TO   HD03-HEIKIN-LT
                MOVE   WRK-NOKI-RITU     TO   WRK-RITU-HENSHU
                MOVE   WRK-RITU-HENSHU   TO   HD03-NOKI-RITU
                IF   WRK-NOKI-RITU   <   WRK-KIJUN-NOKI   THEN
                     MOVE   "1"   TO   WRK-YOUCHUI-SW
                     STRING   "納期遵守　"   DELIMITED BY SIZE
                              INTO   WRK-RIYU
                              WITH POINTER   WRK-RIYU-PTR
                END-IF
           END-IF.
       *>
       *>  数量充足率（納期到来の発注の無い月は空欄）
           MOVE   ZERO    TO   WRK-JUSOKU-RITU.
           MOVE   SPACE   TO   HD03-JUSOKU-RITU.
           IF   WRK-SHIIRE-HATYU-SU(WRK-SHIIRE-IDX)   >   ZERO   THEN
                COMPUTE   WRK-JUSOKU-RITU   ROUNDED   =
                          WRK-SHIIRE-JUSOKU-SU(WRK-SHIIRE-IDX)
                          *   100
                          /   WRK-SHIIRE-HATYU-SU(WRK-SHIIRE-IDX)
                MOVE   WRK-JUSOKU-RITU   TO   WRK-RITU-HENSHU
                MOVE   WRK-RITU-HENSHU   TO   HD03-JUSOKU-RITU
                IF   WRK-JUSOKU-RITU   <   WRK-KIJUN-JSK   THEN
                     MOVE   "1"   TO   WRK-YOUCHUI-SW
                     STRING   "数量充足　"   DELIMITED BY SIZE
                              INTO   WRK-RIYU
                              WITH POINTER   WRK-RIYU-PTR
                END-IF
           END-IF.
       *>
       *>  返品率（入荷の無い月の返品は上限の999.9％とする）
           MOVE   ZERO    TO   WRK-HENPIN-RITU.
           IF   WRK-SHIIRE-HENPIN-SU(WRK-SHIIRE-IDX)   >   ZERO   THEN
                IF   WRK-SHIIRE-NYUKA-SU(WRK-SHIIRE-IDX)   >   ZERO
                THEN
                     COMPUTE   WRK-HENPIN-RITU   ROUNDED   =
                               WRK-SHIIRE-HENPIN-SU(WRK-SHIIRE-IDX)
                               *   100
                               /   WRK-SHIIRE-NYUKA-SU(WRK-SHIIRE-IDX)
                        ON SIZE ERROR
                               MOVE   999.9   TO   WRK-HENPIN-RITU
                     END-COMPUTE
                ELSE
                     MOVE   999.9   TO   WRK-HENPIN-RITU
                END-IF
           END-IF.
           MOVE   WRK-HENPIN-RITU   TO   WRK-RITU-HENSHU.
           MOVE   WRK-RITU-HENSHU   TO   HD03-HENPIN-RITU.
           IF   WRK-HENPIN-RITU   >   WRK-KIJUN-RTV   THEN
                MOVE   "1"   TO   WRK-YOUCHUI-SW
                STRING   "返品　"   DELIMITED BY SIZE
                         INTO   WRK-RIYU
                         WITH POINTER   WRK-RIYU-PTR
           END-IF.
       *>
       *>  前３か月の納期遵守率と傾向
           MOVE   ZERO   TO   WRK-ZEN-GOKEI.
           MOVE   ZERO   TO   WRK-ZEN-KENSU.
           PERFORM   ZEN-RITU-HENSHU-PROC
                    VARYING   WRK-ZEN-IDX   FROM   1   BY   1
                    UNTIL   WRK-ZEN-IDX   >   3.
       *>
           IF   WRK-ZEN-KENSU   =   ZERO
           OR   WRK-SHIIRE-NYUKA-GYO(WRK-SHIIRE-IDX)   =   ZERO   THEN
                MOVE   "－"   TO   HD03-KEIKO
           ELSE
                COMPUTE   WRK-ZEN-HEIKIN   ROUNDED   =
                          WRK-ZEN-GOKEI   /   WRK-ZEN-KENSU
                EVALUATE   TRUE
                    WHEN   WRK-NOKI-RITU   >=
                           WRK-ZEN-HEIKIN   +   CST-KEIKO-HABA
                           MOVE   "改善"     TO   HD03-KEIKO
                    WHEN   WRK-NOKI-RITU   +   CST-KEIKO-HABA
                           <=   WRK-ZEN-HEIKIN
                           MOVE   "悪化"     TO   HD03-KEIKO
                    WHEN   OTHER
                           MOVE   "横ばい"   TO   HD03-KEIKO
                END-EVALUATE
           END-IF.
       *>
           IF   WRK-YOUCHUI   THEN
                ADD    1          TO   WRK-YOUCHUI-COUNT
                MOVE   WRK-RIYU   TO   HD03-RIYU
           ELSE
                MOVE   SPACE      TO   HD03-RIYU
           END-IF.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
           MOVE   SPACE          TO   PRT76-RECODE.
           WRITE  PRT76-RECODE   FROM   HD03-MEISAI.
           ADD    1              TO   WRK-LINE-COUNT.
       *>
       *>  評価履歴への追加（対象年月分）
           IF   WRK-SCH-CNT   >=   CST-MAX-SCH-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
       *>
           ADD    1                 TO   WRK-SCH-CNT.
           MOVE   WRK-TAISHO-YM     TO   WRK-SCH-TAISHO-YM(WRK-SCH-CNT).
           MOVE   WRK-SHIIRE-CODE(WRK-SHIIRE-IDX)   TO
                  WRK-SCH-SHIIRE-CODE(WRK-SCH-CNT).
           MOVE   WRK-SHIIRE-NYUKA-GYO(WRK-SHIIRE-IDX)   TO
                  WRK-SCH-NYUKA-GYO(WRK-SCH-CNT).
           MOVE   WRK-HEIKIN-LT     TO   WRK-SCH-HEIKIN-LT(WRK-SCH-CNT).
           MOVE   WRK-NOKI-RITU     TO   WRK-SCH-NOKI-RITU(WRK-SCH-CNT).
           MOVE   WRK-JUSOKU-RITU   TO
                  WRK-SCH-JUSOKU-RITU(WRK-SCH-CNT).
           MOVE   WRK-HENPIN-RITU   TO
                  WRK-SCH-HENPIN-RITU(WRK-SCH-CNT).
           MOVE   WRK-YOUCHUI-SW    TO
                  WRK-SCH-YOUCHUI-KUBUN(WRK-SCH-CNT).
       *>
       HYOKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前３か月の納期遵守率の編集（１か月分・履歴の無い月は空欄）
       *>  印刷は３か月前・２か月前・前月の順とする
       *>----------------------------------------------------------------------------
       ZEN-RITU-HENSHU-PROC               SECTION.
       *>
           IF   WRK-SHIIRE-ZEN-ARI(WRK-SHIIRE-IDX WRK-ZEN-IDX)
                                                  NOT =   "Y"   THEN
                MOVE   SPACE   TO   HD03-ZEN-RITU(4 - WRK-ZEN-IDX)
                GO   TO   ZEN-RITU-HENSHU-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-SHIIRE-ZEN-RITU(WRK-SHIIRE-IDX WRK-ZEN-IDX)   TO
                  WRK-RITU-HENSHU.
           MOVE   WRK-RITU-HENSHU   TO   HD03-ZEN-RITU(4 - WRK-ZEN-IDX).
           ADD    WRK-SHIIRE-ZEN-RITU(WRK-SHIIRE-IDX WRK-ZEN-IDX)   TO
                  WRK-ZEN-GOKEI.
           ADD    1   TO   WRK-ZEN-KENSU.
       *>
       ZEN-RITU-HENSHU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先評価表の見出しの印刷処理
       *>----------------------------------------------------------------------------
       MIDASHI-WRITE-PROC                 SECTION.
       *>
           ADD     1                  TO   WRK-PAGE-COUNT.
           MOVE    ZERO               TO   WRK-LINE-COUNT.
       *>
           MOVE    WRK-TAISHO-NEN     TO   HD01-TAISHO-NEN.
           MOVE    WRK-TAISHO-GETU    TO   HD01-TAISHO-GETU.
           MOVE    WRK-RUN-NEN        TO   HD01-NEN.
           MOVE    WRK-RUN-GETU       TO   HD01-GETU.
           MOVE    WRK-RUN-HI         TO   HD01-HI.
           MOVE    WRK-PAGE-COUNT     TO   HD01-PAGE.
           MOVE    SPACE              TO   PRT76-RECODE.
           WRITE   PRT76-RECODE       FROM   HD01-MIDASHI-1.
       *>
           MOVE    SPACE              TO   PRT76-RECODE.
           WRITE   PRT76-RECODE       FROM   HD02-KOUMOKU-MIDASHI.
       *>
       MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先の集計テーブルの検索（未登録の仕入先は名称空欄で追加する）
       *>----------------------------------------------------------------------------
       SHIIRE-SANSHO-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-SHIIRE-MITUKE-SW.
           PERFORM   SHIIRE-TBL-CHECK-PROC
                    VARYING   WRK-SHIIRE-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHIIRE-IDX   >   WRK-SHIIRE-CNT
                    OR      WRK-SHIIRE-MITUKE.
       *>
           IF   WRK-SHIIRE-MITUKE   THEN
                SUBTRACT   1   FROM   WRK-SHIIRE-IDX
                GO   TO   SHIIRE-SANSHO-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   SUP01-RECODE.
           MOVE   KEY-SHIIRE-CODE   TO   SUP01-SHIIRE-CODE.
           MOVE   ZERO    TO   SUP01-LEAD-NISSU.
           PERFORM   SHIIRE-TBL-TSUIKA-PROC.
           MOVE   WRK-SHIIRE-CNT   TO   WRK-SHIIRE-IDX.
       *>
       SHIIRE-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先の集計テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       SHIIRE-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-SHIIRE-CODE(WRK-SHIIRE-IDX)   =   KEY-SHIIRE-CODE
           THEN
                MOVE   "Y"   TO   WRK-SHIIRE-MITUKE-SW
           END-IF.
       *>
       SHIIRE-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先の集計テーブルへの追加（SUP01-RECODEの内容で１件）
       *>----------------------------------------------------------------------------
       SHIIRE-TBL-TSUIKA-PROC             SECTION.
       *>
           IF   WRK-SHIIRE-CNT   >=   CST-MAX-SHIIRE-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
       *>
           ADD    1   TO   WRK-SHIIRE-CNT.
           INITIALIZE   WRK-SHIIRE-ENT(WRK-SHIIRE-CNT).
           MOVE   SUP01-SHIIRE-CODE   TO
                  WRK-SHIIRE-CODE(WRK-SHIIRE-CNT).
           MOVE   SUP01-SHIIRE-MEI    TO
                  WRK-SHIIRE-MEI(WRK-SHIIRE-CNT).
           IF   SUP01-LEAD-NISSU   IS   NUMERIC   THEN
                MOVE   SUP01-LEAD-NISSU   TO
                       WRK-SHIIRE-LEAD(WRK-SHIIRE-CNT)
           END-IF.
       *>
       SHIIRE-TBL-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先マスタの一括読み込み
       *>----------------------------------------------------------------------------
       SHIIRE-MASTER-LOAD-PROC            SECTION.
       *>
           MOVE   ZERO    TO   WRK-SHIIRE-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   SUP01-SHIIRE-MASTER.
       *>
           IF   SUP-FILE-STATUS   =   "00"   THEN
                PERFORM   SHIIRE-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   SUP01-SHIIRE-MASTER
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       SHIIRE-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先マスタの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       SHIIRE-MASTER-READ-PROC            SECTION.
       *>
           READ SUP01-SHIIRE-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     PERFORM   SHIIRE-TBL-TSUIKA-PROC
           END-READ.
       *>
       SHIIRE-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先評価履歴ファイルの一括読み込み（初回は無くてもよい。
       *>  対象年月の履歴は再実行分として読み飛ばし、今回の評価で置き換える）
       *>----------------------------------------------------------------------------
       RIREKI-LOAD-PROC                   SECTION.
       *>
           MOVE   ZERO    TO   WRK-SCH-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   SCH01-HYOKA-RIREKI.
       *>
           IF   SCH-FILE-STATUS   =   "00"   THEN
                PERFORM   RIREKI-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   SCH01-HYOKA-RIREKI
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       RIREKI-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先評価履歴ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       RIREKI-READ-PROC                   SECTION.
       *>
           READ SCH01-HYOKA-RIREKI
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   SCH01-TAISHO-YM   NOT =   WRK-TAISHO-YM   THEN
                          IF   WRK-SCH-CNT   >=   CST-MAX-SCH-KENSU
                          THEN
                               PERFORM   TBL-OVER-ABORT-PROC
                          END-IF
                          ADD   1   TO   WRK-SCH-CNT
                          MOVE   SCH01-RECODE   TO
                                 WRK-SCH-ENT(WRK-SCH-CNT)
                     END-IF
           END-READ.
       *>
       RIREKI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先評価履歴ファイルの書き戻し（過去分と今回の評価の全件）
       *>----------------------------------------------------------------------------
       RIREKI-SAVE-PROC                   SECTION.
       *>
           OPEN   OUTPUT   SCH01-HYOKA-RIREKI.
       *>
           PERFORM   RIREKI-WRITE-PROC
                    VARYING   WRK-SCH-IDX   FROM   1   BY   1
                    UNTIL   WRK-SCH-IDX   >   WRK-SCH-CNT.
       *>
           CLOSE   SCH01-HYOKA-RIREKI.
       *>
       RIREKI-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先評価履歴ファイルの書き出し（１件分）
       *>----------------------------------------------------------------------------
       RIREKI-WRITE-PROC                  SECTION.
       *>
           MOVE   WRK-SCH-ENT(WRK-SCH-IDX)   TO   SCH01-RECODE.
           WRITE  SCH01-RECODE.
       *>
       RIREKI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入荷履歴ファイルの読み込み
       *>----------------------------------------------------------------------------
       NYUKA-RIREKI-READ-PROC             SECTION.
       *>
           READ   NKR01-NYUKA-RIREKI
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
       NYUKA-RIREKI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>年月（WRK-YM-NEN・GETU）を１か月戻す処理
       *>----------------------------------------------------------------------------
       ZENGETSU-PROC                      SECTION.
       *>
           IF   WRK-YM-GETU   =   1   THEN
                MOVE       12   TO     WRK-YM-GETU
                SUBTRACT   1    FROM   WRK-YM-NEN
           ELSE
                SUBTRACT   1    FROM   WRK-YM-GETU
           END-IF.
       *>
       ZENGETSU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前３か月の年月の設定（１か月分。前月から順に戻す）
       *>----------------------------------------------------------------------------
       ZEN-YM-SETTEI-PROC                 SECTION.
       *>
           PERFORM   ZENGETSU-PROC.
           MOVE   WRK-YM-SAGYO-R   TO   WRK-ZEN-YM(WRK-ZEN-IDX).
       *>
       ZEN-YM-SETTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>通算日数の計算処理（WRK-TSUSAN-HIZUKEの西暦１年１月１日からの日数）
       *>----------------------------------------------------------------------------
       TSUSAN-NISSU-PROC                  SECTION.
       *>
           COMPUTE   WRK-TSUSAN-ZENNEN   =   WRK-TSUSAN-NEN   -   1.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   4
                    GIVING   WRK-TSUSAN-SHO4
                REMAINDER   WRK-TSUSAN-AMARI.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   100
                    GIVING   WRK-TSUSAN-SHO100
                REMAINDER   WRK-TSUSAN-AMARI.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   400
                    GIVING   WRK-TSUSAN-SHO400
                REMAINDER   WRK-TSUSAN-AMARI.
       *>
           COMPUTE   WRK-TSUSAN-NISSU   =
                     WRK-TSUSAN-ZENNEN   *   365
                     +   WRK-TSUSAN-SHO4
                     -   WRK-TSUSAN-SHO100
                     +   WRK-TSUSAN-SHO400
                     +   CST-RUISEKI(WRK-TSUSAN-GETU)
                     +   WRK-TSUSAN-HI.
       *>
           IF   WRK-TSUSAN-GETU   >   2   THEN
                PERFORM   URUUDOSHI-HANTEI-PROC
                IF   WRK-URUU-NENDO   THEN
                     ADD   1   TO   WRK-TSUSAN-NISSU
                END-IF
           END-IF.
       *>
       TSUSAN-NISSU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>処理中の年（WRK-TSUSAN-NEN）が閏年かどうかを判定する処理
       *>----------------------------------------------------------------------------
       URUUDOSHI-HANTEI-PROC              SECTION.
       *>
           MOVE   "0"   TO   WRK-URUU-FLG.
       *>
           DIVIDE   WRK-TSUSAN-NEN   BY   4    GIVING   WRK-URUU-NEN4
                REMAINDER   WRK-URUU-NEN4.
           DIVIDE   WRK-TSUSAN-NEN   BY   100  GIVING   WRK-URUU-NEN100
                REMAINDER   WRK-URUU-NEN100.
           DIVIDE   WRK-TSUSAN-NEN   BY   400  GIVING   WRK-URUU-NEN400
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
       *>実行パラメータの取得（対象年月・評価の基準値。未登録時は既定値）
       *>----------------------------------------------------------------------------
       PARM-GET-PROC                     SECTION.
       *>
           MOVE   "TAISHO-YM"   TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:6)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(5:2)   >=   "01"
           AND  WRK-PRM-PARM-ATAI(5:2)   <=   "12"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:6)   TO   WRK-TAISHO-YM
           END-IF.
       *>
           MOVE   "KIJUN-NOKI"   TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-KIJUN-NOKI
           END-IF.
       *>
           MOVE   "KIJUN-JSK"    TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-KIJUN-JSK
           END-IF.
       *>
           MOVE   "KIJUN-RTV"    TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-KIJUN-RTV
           END-IF.
       *>
       PARM-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>共通実行パラメータの取得（パラメータ名はWRK-PRM-PARM-MEIに設定済み）
       *>----------------------------------------------------------------------------
       PARM-CALL-PROC                    SECTION.
       *>
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
       *>
       PARM-CALL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入出力異常処理（異常終了する）
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
