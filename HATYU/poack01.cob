       *>----------------------------------------------------------------------------
       *>発注回答取込処理
       *>  電子発注（POISSUE01が電子発注ファイルEPO01で送信した発注）に
       *>  対して仕入先から返送される発注回答ファイル（POA01）を読み、
       *>  発注残管理ファイル（POR01）の該当明細（発注番号＋商品）へ
       *>  回答区分・確定数量・回答日を記録し、確定納期の指定があれば
       *>  納期（POR01-NOKI-BI）を確定納期へ置き換える。回答区分は
       *>  Ａ＝受諾、Ｃ＝数量削減、Ｒ＝拒否とし、受諾でも確定数量が発注
       *>  数量に満たない明細は数量削減として記録する。発注数量・状況は
       *>  変更せず、打ち切りは従来どおり入荷計上（RECEIPT01）の完納
       *>  指定で行う。
       *>  拒否・数量削減・納期遅延となった明細と、該当する発注の無い
       *>  回答を発注回答例外一覧へ印刷し、続けて発注日から回答待ち
       *>  営業日数（営業日カレンダマスタCAL01基準、未登録日は土日以外）
       *>  を過ぎても回答の無い電子発注を発注単位で印刷する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        POACK01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]発注回答ファイル（電子発注に対する仕入先からの回答）
       *>----------------------------------------------------------------------------
       SELECT    POA01-KAITO-FILE     ASSIGN       TO   "POA01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]発注残管理ファイル（POISSUE01が作成する）
       *>----------------------------------------------------------------------------
       SELECT    POR01-HATYU-ZAN      ASSIGN       TO   "POR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS POR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]営業日カレンダマスタファイル（CALUPD01が保守する）
       *>----------------------------------------------------------------------------
       SELECT    CAL01-CALENDAR-MASTER ASSIGN      TO   "CAL01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS CAL01-HIZUKE
                                      STATUS       IS CAL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]発注回答例外一覧
       *>----------------------------------------------------------------------------
       SELECT    PRT75-KAITO-LIST     ASSIGN       TO   "PRT75.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]発注回答ファイルのレイアウト定義
       *>  （回答区分：Ａ＝受諾、Ｃ＝数量削減、Ｒ＝拒否。確定数量がゼロの
       *>  受諾は発注数量どおり、確定納期がゼロの回答は納期変更なし）
       *>----------------------------------------------------------------------------
       FD   POA01-KAITO-FILE.
       01   POA01-RECODE.
            03   POA01-SHIIRE-CODE            PIC X(004).
            03   POA01-HATYU-BANGOU           PIC 9(006).
            03   POA01-SHOHIN-CODE            PIC X(006).
            03   POA01-KAITO-KUBUN            PIC X(001).
            03   POA01-KAKUTEI-SU             PIC 9(005).
            03   POA01-KAKUTEI-NOKI           PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入出力]発注残管理ファイルのレイアウト定義（POISSUE01と同一）
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
       *>[入力]営業日カレンダマスタファイルのレイアウト定義（CALUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   CAL01-CALENDAR-MASTER.
       01   CAL01-RECODE.
            03   CAL01-HIZUKE                  PIC 9(008).
            03   CAL01-HI-KUBUN                PIC X(001).
                 88   CAL01-EIGYOUBI           VALUE "0".
                 88   CAL01-KYUGYOUBI          VALUE "1".
            03   CAL01-SETSUMEI                PIC X(020).
       *>----------------------------------------------------------------------------
       *>[出力]発注回答例外一覧のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT75-KAITO-LIST.
       01   PRT75-RECODE                      PIC X(132).
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
            *>--回答の読み込み件数・発注残へ反映した件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-HANEI-COUNT              PIC 9(006).
            *>--拒否・数量削減・納期遅延の明細件数--
            03   WRK-KYOHI-COUNT              PIC 9(006).
            03   WRK-SAKUGEN-COUNT            PIC 9(006).
            03   WRK-CHIEN-COUNT              PIC 9(006).
            *>--該当する発注の無い回答・回答区分不正の件数--
            03   WRK-FUMEI-COUNT              PIC 9(006).
            *>--回答待ち営業日数を過ぎた未回答の発注件数--
            03   WRK-MIKAITO-COUNT            PIC 9(006).
            *>--例外件数の合計（監査ログへ渡す）--
            03   WRK-ERROR-COUNT              PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   POR-FILE-STATUS                   PIC XX.
       01   CAL-FILE-STATUS                   PIC XX.
       *>
       *>--発注回答ファイルの有無（無い日は未回答の確認のみ行う）--
       01   WRK-KAITO-ARI-SW                  PIC X(001).
            88   WRK-KAITO-ARI                VALUE "Y".
       *>
       *>--発注残管理ファイルの一括読み込み用テーブル（書き戻し用）--
       77   CST-MAX-HATYU-KENSU               PIC 9(004) VALUE 9999.
       01   WRK-HATYU-TBL.
            03   WRK-HATYU-ENT                    OCCURS 9999.
                 05   WRK-HAT-HATYU-BANGOU        PIC 9(006).
                 05   WRK-HAT-SHIIRE-CODE         PIC X(004).
                 05   WRK-HAT-SHOHIN-CODE         PIC X(006).
                 05   WRK-HAT-HATYU-SU            PIC 9(005).
                 05   WRK-HAT-NYUKA-ZUMI-SU       PIC 9(005).
                 05   WRK-HAT-HATYU-BI            PIC 9(008).
                 05   WRK-HAT-NOKI-BI             PIC 9(008).
                 05   WRK-HAT-JOKYO               PIC X(001).
                 05   WRK-HAT-HATYU-TANKA         PIC 9(005).
                 05   WRK-HAT-ZYUTYU-BANGOU       PIC X(008).
                 05   WRK-HAT-DENSHI-KUBUN        PIC X(001).
                 05   WRK-HAT-KAITO-KUBUN         PIC X(001).
                 05   WRK-HAT-KAKUTEI-SU          PIC 9(005).
                 05   WRK-HAT-KAITO-BI            PIC 9(008).
       01   WRK-HATYU-CNT                     PIC 9(004).
       01   WRK-HATYU-IDX                     PIC 9(004).
       01   WRK-HATYU-MITUKE-SW               PIC X(001).
            88   WRK-HATYU-MITUKE             VALUE "Y".
       *>
       *>--回答１件分の判定結果--
       01   WRK-KAKUTEI-SU                    PIC 9(005).
       01   WRK-MOTO-NOKI-BI                  PIC 9(008).
       01   WRK-SAKUGEN-SW                    PIC X(001).
            88   WRK-SAKUGEN                  VALUE "Y".
       01   WRK-CHIEN-SW                      PIC X(001).
            88   WRK-CHIEN                    VALUE "Y".
       *>
       *>--未回答の確認で直前に印刷した発注番号（発注単位に１行とする）--
       01   WRK-MAE-HATYU-BANGOU              PIC 9(006).
       *>
       *>--印刷中の一覧の区分（見出しの切り替えに使う）--
       01   WRK-LIST-KUBUN                    PIC X(001).
            88   WRK-LIST-KAITO               VALUE "1".
            88   WRK-LIST-MIKAITO             VALUE "2".
       *>
       *>--回答待ち営業日数（PRMGET01で上書き可）--
       01   WRK-MIKAITO-NISSU                 PIC 9(003) VALUE 002.
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "POACK01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--営業日カレンダマスタの状態（未整備時は土日のみで判定する）--
       01   WRK-CAL-ARI-SW                    PIC X(001).
            88   WRK-CAL-ARI                  VALUE "Y".
       *>
       *>--経過営業日数の計算用（発注日の翌日から実行日まで日付を進める）--
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
       01   WRK-KEIKA-AREA.
            03   WRK-KEIKA-NEN                PIC 9(004).
            03   WRK-KEIKA-GETU               PIC 9(002).
            03   WRK-KEIKA-HI                 PIC 9(002).
            03   WRK-KEIKA-HIZUKE             PIC 9(008).
            03   WRK-KEIKA-MATSUBI            PIC 9(002) COMP.
            03   WRK-EIGYOU-NISSU             PIC 9(005).
            03   WRK-EIGYOUBI-SW              PIC X(001).
                 88   WRK-EIGYOUBI            VALUE "Y".
       *>--閏年判定用の作業領域--
       01   WRK-KEISAN-AREA.
            03   WRK-URUU-NEN4                PIC 9(002) COMP.
            03   WRK-URUU-NEN100              PIC 9(002) COMP.
            03   WRK-URUU-NEN400              PIC 9(002) COMP.
            03   WRK-URUU-FLG                 PIC X(001).
                 88   WRK-URUU-NENDO          VALUE "1".
       *>--曜日判定用の作業領域（０＝日・１＝月・・・６＝土）--
       01   WRK-YOUBI-AREA.
            03   WRK-YOUBI                   PIC 9(001) COMP.
            03   WRK-YOUBI-M                 PIC 9(002) COMP.
            03   WRK-YOUBI-Y                 PIC 9(004) COMP.
            03   WRK-YOUBI-K                 PIC 9(002) COMP.
            03   WRK-YOUBI-J                 PIC 9(002) COMP.
            03   WRK-YOUBI-H                 PIC S9(004) COMP.
            03   WRK-YOUBI-H2                PIC S9(004) COMP.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "POACK01".
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
                     VALUE "発注回答例外一覧".
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
       *>--回答の例外明細の項目見出し--
       01   HD02-KOUMOKU-MIDASHI.
            03   FILLER                       PIC X(012)
                     VALUE "発注番号".
            03   FILLER                       PIC X(010)
                     VALUE "仕入先".
            03   FILLER                       PIC X(008)
                     VALUE "商品".
            03   FILLER                       PIC X(012)
                     VALUE "発注数".
            03   FILLER                       PIC X(012)
                     VALUE "確定数".
            03   FILLER                       PIC X(012)
                     VALUE "当初納期".
            03   FILLER                       PIC X(012)
                     VALUE "確定納期".
            03   FILLER                       PIC X(012)
                     VALUE "判定".
       *>
       01   HD03-MEISAI.
            03   HD03-HATYU-BANGOU            PIC 9(006).
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD03-SHIIRE-CODE             PIC X(004).
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD03-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HATYU-SU                PIC ZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KAKUTEI-SU              PIC ZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-MOTO-NOKI-BI            PIC 9(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KAKUTEI-NOKI            PIC 9(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HANTEI                  PIC X(030).
       *>
       *>--未回答の電子発注の区切り見出し・項目見出し・明細--
       01   HD05-MIKAITO-MIDASHI.
            03   FILLER                       PIC X(030)
                     VALUE "＜未回答の電子発注＞".
            03   FILLER                       PIC X(030)
                     VALUE "（回答待ち営業日数：".
            03   HD05-MIKAITO-NISSU           PIC ZZ9.
            03   FILLER                       PIC X(003) VALUE "）".
       *>
       01   HD06-KOUMOKU-MIDASHI.
            03   FILLER                       PIC X(012)
                     VALUE "発注番号".
            03   FILLER                       PIC X(010)
                     VALUE "仕入先".
            03   FILLER                       PIC X(012)
                     VALUE "発注日".
            03   FILLER                       PIC X(012)
                     VALUE "納期".
            03   FILLER                       PIC X(018)
                     VALUE "経過営業日".
       *>
       01   HD07-MEISAI.
            03   HD07-HATYU-BANGOU            PIC 9(006).
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD07-SHIIRE-CODE             PIC X(004).
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD07-HATYU-BI                PIC 9(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD07-NOKI-BI                 PIC 9(008).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD07-EIGYOU-NISSU            PIC ZZZZ9.
       *>
       01   HD04-GOKEI.
            03   FILLER                       PIC X(012)
                     VALUE "拒否：".
            03   HD04-KYOHI-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(018)
                     VALUE "数量削減：".
            03   HD04-SAKUGEN-COUNT           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(018)
                     VALUE "納期遅延：".
            03   HD04-CHIEN-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(018)
                     VALUE "回答不明：".
            03   HD04-FUMEI-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(015)
                     VALUE "未回答：".
            03   HD04-MIKAITO-COUNT           PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "POACK01の処理結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "回答読込件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "回答反映件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "拒否・削減件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "回答不明件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "未回答発注件数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--退避テーブルあふれ時に表示するメッセージ--
       01   MSA-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                   VALUE "退避テーブルあふれ（中止）".
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                  VALUE "POA01-KAITO-FILE入出力異常 STATUS=".
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
       *>  回答待ち営業日数を過ぎた未回答の電子発注の印刷
           PERFORM   MIKAITO-MIDASHI-PROC.
           PERFORM   MIKAITO-CHECK-PROC
                    VARYING   WRK-HATYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HATYU-IDX   >   WRK-HATYU-CNT.
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
           MOVE   ZERO       TO   WRK-HANEI-COUNT.
           MOVE   ZERO       TO   WRK-KYOHI-COUNT.
           MOVE   ZERO       TO   WRK-SAKUGEN-COUNT.
           MOVE   ZERO       TO   WRK-CHIEN-COUNT.
           MOVE   ZERO       TO   WRK-FUMEI-COUNT.
           MOVE   ZERO       TO   WRK-MIKAITO-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-PAGE-COUNT.
           MOVE   ZERO       TO   WRK-MAE-HATYU-BANGOU.
           MOVE   "1"        TO   WRK-LIST-KUBUN.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得・回答待ち営業日数の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
           PERFORM   PARM-GET-PROC.
       *>
       *>  発注残管理ファイルの一括読み込み
           PERFORM   HATYU-ZAN-LOAD-PROC.
       *>
       *>  営業日カレンダマスタのオープン（未整備時は土日のみで判定する）
           MOVE   SPACE   TO   WRK-CAL-ARI-SW.
           OPEN   INPUT   CAL01-CALENDAR-MASTER.
           IF   CAL-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-CAL-ARI-SW
           END-IF.
       *>
       *>ファイルのオープン（回答ファイルの無い日は回答の反映を行わない）
           OPEN   OUTPUT   PRT75-KAITO-LIST.
       *>
           MOVE   SPACE   TO   WRK-KAITO-ARI-SW.
           OPEN   INPUT    POA01-KAITO-FILE.
           IF   IN-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-KAITO-ARI-SW
           ELSE
                MOVE   "END"   TO   WRK-AT-END
           END-IF.
       *>
           PERFORM   MIDASHI-WRITE-PROC.
       *>
       *>発注回答ファイルの読み込み
           IF   WRK-KAITO-ARI   THEN
                PERFORM   KAITO-FILE-READ-PROC
           END-IF.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  例外件数の印刷
           MOVE   WRK-KYOHI-COUNT       TO   HD04-KYOHI-COUNT.
           MOVE   WRK-SAKUGEN-COUNT     TO   HD04-SAKUGEN-COUNT.
           MOVE   WRK-CHIEN-COUNT       TO   HD04-CHIEN-COUNT.
           MOVE   WRK-FUMEI-COUNT       TO   HD04-FUMEI-COUNT.
           MOVE   WRK-MIKAITO-COUNT     TO   HD04-MIKAITO-COUNT.
           MOVE   SPACE                 TO   PRT75-RECODE.
           WRITE  PRT75-RECODE.
           WRITE  PRT75-RECODE          FROM   HD04-GOKEI.
       *>
       *>ファイルのクローズ
           IF   WRK-KAITO-ARI   THEN
                CLOSE   POA01-KAITO-FILE
           END-IF.
           CLOSE   PRT75-KAITO-LIST.
           IF   WRK-CAL-ARI   THEN
                CLOSE   CAL01-CALENDAR-MASTER
           END-IF.
       *>
       *>  発注残管理ファイルの書き戻し（回答を反映した日のみ）
           IF   WRK-HANEI-COUNT   >   ZERO   THEN
                PERFORM   HATYU-ZAN-SAVE-PROC
           END-IF.
       *>
       *>回答件数・例外件数の表示
           COMPUTE   WRK-ERROR-COUNT   =
                     WRK-FUMEI-COUNT   +   WRK-MIKAITO-COUNT.
           MOVE   WRK-IN-COUNT        TO   MSG2-COUNT.
           MOVE   WRK-HANEI-COUNT     TO   MSG3-COUNT.
           COMPUTE   MSG4-COUNT   =
                     WRK-KYOHI-COUNT   +   WRK-SAKUGEN-COUNT.
           MOVE   WRK-FUMEI-COUNT     TO   MSG5-COUNT.
           MOVE   WRK-MIKAITO-COUNT   TO   MSG6-COUNT.
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
                                          WRK-HANEI-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（発注回答１件ごとの発注残への反映）
       *>  発注番号＋商品で発注残を検索し、回答区分・確定数量・回答日と
       *>  確定納期を記録する。拒否・数量削減・納期遅延の明細は印刷する
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  発注残の検索（仕入先の異なる回答は該当なしとする）
           MOVE   SPACE   TO   WRK-HATYU-MITUKE-SW.
           PERFORM   HATYU-ZAN-TBL-CHECK-PROC
                    VARYING   WRK-HATYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HATYU-IDX   >   WRK-HATYU-CNT
                    OR      WRK-HATYU-MITUKE.
       *>
           IF   NOT   WRK-HATYU-MITUKE   THEN
                MOVE   "該当発注なし"   TO   HD03-HANTEI
                PERFORM   KAITO-FUMEI-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
           SUBTRACT   1   FROM   WRK-HATYU-IDX.
       *>
       *>  回答区分・確定数量の判定
           IF   POA01-KAITO-KUBUN   NOT =   "A"
           AND  POA01-KAITO-KUBUN   NOT =   "C"
           AND  POA01-KAITO-KUBUN   NOT =   "R"   THEN
                MOVE   "回答区分不正"   TO   HD03-HANTEI
                PERFORM   KAITO-FUMEI-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           IF   POA01-KAITO-KUBUN   NOT =   "R"
           AND  POA01-KAKUTEI-SU    IS NOT   NUMERIC   THEN
                MOVE   "確定数量不正"   TO   HD03-HANTEI
                PERFORM   KAITO-FUMEI-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-SAKUGEN-SW.
           MOVE   SPACE   TO   WRK-CHIEN-SW.
       *>
           EVALUATE   TRUE
               WHEN   POA01-KAITO-KUBUN   =   "R"
                      MOVE   ZERO   TO   WRK-KAKUTEI-SU
               WHEN   POA01-KAITO-KUBUN   =   "A"
               AND    POA01-KAKUTEI-SU    =   ZERO
                      MOVE   WRK-HAT-HATYU-SU(WRK-HATYU-IDX)   TO
                             WRK-KAKUTEI-SU
               WHEN   OTHER
                      MOVE   POA01-KAKUTEI-SU   TO   WRK-KAKUTEI-SU
           END-EVALUATE.
       *>
           IF   POA01-KAITO-KUBUN   NOT =   "R"
           AND  WRK-KAKUTEI-SU   <   WRK-HAT-HATYU-SU(WRK-HATYU-IDX)
           THEN
                MOVE   "Y"   TO   WRK-SAKUGEN-SW
           END-IF.
       *>
       *>  確定納期の判定（当初の納期より後なら納期遅延とする）
           MOVE   WRK-HAT-NOKI-BI(WRK-HATYU-IDX)   TO
                  WRK-MOTO-NOKI-BI.
           IF   POA01-KAITO-KUBUN    NOT =   "R"
           AND  POA01-KAKUTEI-NOKI   IS      NUMERIC
           AND  POA01-KAKUTEI-NOKI   NOT =   ZERO   THEN
                IF   POA01-KAKUTEI-NOKI   >   WRK-MOTO-NOKI-BI   THEN
                     MOVE   "Y"   TO   WRK-CHIEN-SW
                END-IF
                MOVE   POA01-KAKUTEI-NOKI   TO
                       WRK-HAT-NOKI-BI(WRK-HATYU-IDX)
           END-IF.
       *>
       *>  発注残への記録（受諾でも確定数量が足りなければ数量削減）
           IF   POA01-KAITO-KUBUN   =   "R"   THEN
                MOVE   "R"   TO
                       WRK-HAT-KAITO-KUBUN(WRK-HATYU-IDX)
           ELSE
                IF   WRK-SAKUGEN   THEN
                     MOVE   "C"   TO
                            WRK-HAT-KAITO-KUBUN(WRK-HATYU-IDX)
                ELSE
                     MOVE   "A"   TO
                            WRK-HAT-KAITO-KUBUN(WRK-HATYU-IDX)
                END-IF
           END-IF.
           MOVE   WRK-KAKUTEI-SU   TO
                  WRK-HAT-KAKUTEI-SU(WRK-HATYU-IDX).
           MOVE   WRK-RUN-DATE     TO
                  WRK-HAT-KAITO-BI(WRK-HATYU-IDX).
           ADD    1                TO   WRK-HANEI-COUNT.
       *>
       *>  拒否・数量削減・納期遅延の明細の印刷
           EVALUATE   TRUE
               WHEN   POA01-KAITO-KUBUN   =   "R"
                      MOVE   "拒否"   TO   HD03-HANTEI
                      ADD    1        TO   WRK-KYOHI-COUNT
               WHEN   WRK-SAKUGEN   AND   WRK-CHIEN
                      MOVE   "数量削減・納期遅延"   TO
                             HD03-HANTEI
                      ADD    1        TO   WRK-SAKUGEN-COUNT
                      ADD    1        TO   WRK-CHIEN-COUNT
               WHEN   WRK-SAKUGEN
                      MOVE   "数量削減"   TO   HD03-HANTEI
                      ADD    1            TO   WRK-SAKUGEN-COUNT
               WHEN   WRK-CHIEN
                      MOVE   "納期遅延"   TO   HD03-HANTEI
                      ADD    1            TO   WRK-CHIEN-COUNT
               WHEN   OTHER
                      GO   TO   MAIN-PROC-READ
           END-EVALUATE.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
           MOVE   POA01-HATYU-BANGOU   TO   HD03-HATYU-BANGOU.
           MOVE   POA01-SHIIRE-CODE    TO   HD03-SHIIRE-CODE.
           MOVE   POA01-SHOHIN-CODE    TO   HD03-SHOHIN-CODE.
           MOVE   WRK-HAT-HATYU-SU(WRK-HATYU-IDX)   TO   HD03-HATYU-SU.
           MOVE   WRK-KAKUTEI-SU       TO   HD03-KAKUTEI-SU.
           MOVE   WRK-MOTO-NOKI-BI     TO   HD03-MOTO-NOKI-BI.
           MOVE   WRK-HAT-NOKI-BI(WRK-HATYU-IDX)    TO
                  HD03-KAKUTEI-NOKI.
       *>
           MOVE   SPACE          TO   PRT75-RECODE.
           WRITE  PRT75-RECODE   FROM   HD03-MEISAI.
           ADD    1              TO   WRK-LINE-COUNT.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   KAITO-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残テーブルの突合チェック（１件分・発注番号＋商品＋仕入先）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-TBL-CHECK-PROC           SECTION.
       *>
           IF   WRK-HAT-HATYU-BANGOU(WRK-HATYU-IDX)
                                   =   POA01-HATYU-BANGOU
           AND  WRK-HAT-SHOHIN-CODE(WRK-HATYU-IDX)
                                   =   POA01-SHOHIN-CODE
           AND  WRK-HAT-SHIIRE-CODE(WRK-HATYU-IDX)
                                   =   POA01-SHIIRE-CODE   THEN
                MOVE   "Y"   TO   WRK-HATYU-MITUKE-SW
           END-IF.
       *>
       HATYU-ZAN-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残へ反映できない回答の印刷（判定は呼び出し元で編集済み）
       *>----------------------------------------------------------------------------
       KAITO-FUMEI-WRITE-PROC             SECTION.
       *>
           ADD    1   TO   WRK-FUMEI-COUNT.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
           MOVE   POA01-HATYU-BANGOU   TO   HD03-HATYU-BANGOU.
           MOVE   POA01-SHIIRE-CODE    TO   HD03-SHIIRE-CODE.
           MOVE   POA01-SHOHIN-CODE    TO   HD03-SHOHIN-CODE.
           MOVE   ZERO                 TO   HD03-HATYU-SU.
           MOVE   ZERO                 TO   HD03-KAKUTEI-SU.
           MOVE   ZERO                 TO   HD03-MOTO-NOKI-BI.
           MOVE   ZERO                 TO   HD03-KAKUTEI-NOKI.
           IF   POA01-KAKUTEI-SU     IS   NUMERIC   THEN
                MOVE   POA01-KAKUTEI-SU     TO   HD03-KAKUTEI-SU
           END-IF.
           IF   POA01-KAKUTEI-NOKI   IS   NUMERIC   THEN
                MOVE   POA01-KAKUTEI-NOKI   TO   HD03-KAKUTEI-NOKI
           END-IF.
       *>
           MOVE   SPACE          TO   PRT75-RECODE.
           WRITE  PRT75-RECODE   FROM   HD03-MEISAI.
           ADD    1              TO   WRK-LINE-COUNT.
       *>
       KAITO-FUMEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>未回答の電子発注の区切り見出しの印刷
       *>----------------------------------------------------------------------------
       MIKAITO-MIDASHI-PROC               SECTION.
       *>
           MOVE   "2"   TO   WRK-LIST-KUBUN.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
                GO   TO   MIKAITO-MIDASHI-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-MIKAITO-NISSU   TO   HD05-MIKAITO-NISSU.
           MOVE   SPACE          TO   PRT75-RECODE.
           WRITE  PRT75-RECODE.
           WRITE  PRT75-RECODE   FROM   HD05-MIKAITO-MIDASHI.
           MOVE   SPACE          TO   PRT75-RECODE.
           WRITE  PRT75-RECODE   FROM   HD06-KOUMOKU-MIDASHI.
           ADD    3              TO   WRK-LINE-COUNT.
       *>
       MIKAITO-MIDASHI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>未回答の電子発注の判定と印刷（発注残１件分）
       *>  未完了の電子発注で回答の無い明細について、発注日の翌日から
       *>  実行日までの営業日数が回答待ち営業日数以上なら発注単位に
       *>  １行印刷する
       *>----------------------------------------------------------------------------
       MIKAITO-CHECK-PROC                 SECTION.
       *>
           IF   WRK-HAT-JOKYO(WRK-HATYU-IDX)          NOT =   "O"
           OR   WRK-HAT-DENSHI-KUBUN(WRK-HATYU-IDX)   NOT =   "1"
           OR   WRK-HAT-KAITO-KUBUN(WRK-HATYU-IDX)    NOT =   SPACE
           OR   WRK-HAT-HATYU-BI(WRK-HATYU-IDX)   IS NOT   NUMERIC
           OR   WRK-HAT-HATYU-BANGOU(WRK-HATYU-IDX)
                                   =   WRK-MAE-HATYU-BANGOU   THEN
                GO   TO   MIKAITO-CHECK-PROC-EXIT
           END-IF.
       *>
           PERFORM   EIGYOU-NISSU-KEISAN-PROC.
       *>
           IF   WRK-EIGYOU-NISSU   <   WRK-MIKAITO-NISSU   THEN
                GO   TO   MIKAITO-CHECK-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-HAT-HATYU-BANGOU(WRK-HATYU-IDX)   TO
                  WRK-MAE-HATYU-BANGOU.
           ADD    1   TO   WRK-MIKAITO-COUNT.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
           MOVE   WRK-HAT-HATYU-BANGOU(WRK-HATYU-IDX)   TO
                  HD07-HATYU-BANGOU.
           MOVE   WRK-HAT-SHIIRE-CODE(WRK-HATYU-IDX)    TO
                  HD07-SHIIRE-CODE.
           MOVE   WRK-HAT-HATYU-BI(WRK-HATYU-IDX)       TO
                  HD07-HATYU-BI.
           MOVE   WRK-HAT-NOKI-BI(WRK-HATYU-IDX)        TO
                  HD07-NOKI-BI.
           MOVE   WRK-EIGYOU-NISSU                      TO
                  HD07-EIGYOU-NISSU.
       *>
           MOVE   SPACE          TO   PRT75-RECODE.
           WRITE  PRT75-RECODE   FROM   HD07-MEISAI.
           ADD    1              TO   WRK-LINE-COUNT.
       *>
       MIKAITO-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注回答例外一覧の見出しの印刷処理
       *>  （未回答の一覧の印刷中は未回答の項目見出しを印刷する）
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
           MOVE    SPACE              TO   PRT75-RECODE.
           WRITE   PRT75-RECODE       FROM   HD01-MIDASHI-1.
       *>
           IF   WRK-LIST-MIKAITO   THEN
                MOVE    WRK-MIKAITO-NISSU   TO   HD05-MIKAITO-NISSU
                MOVE    SPACE          TO   PRT75-RECODE
                WRITE   PRT75-RECODE   FROM   HD05-MIKAITO-MIDASHI
                MOVE    SPACE          TO   PRT75-RECODE
                WRITE   PRT75-RECODE   FROM   HD06-KOUMOKU-MIDASHI
           ELSE
                MOVE    SPACE          TO   PRT75-RECODE
                WRITE   PRT75-RECODE   FROM   HD02-KOUMOKU-MIDASHI
           END-IF.
       *>
       MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注回答ファイルの読み込み
       *>----------------------------------------------------------------------------
       KAITO-FILE-READ-PROC               SECTION.
       *>
           READ   POA01-KAITO-FILE
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
       KAITO-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの一括読み込み（テーブルへ格納・書き戻し用）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-LOAD-PROC                SECTION.
       *>
           MOVE   ZERO    TO   WRK-HATYU-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   POR01-HATYU-ZAN.
       *>
           IF   POR-FILE-STATUS   =   "00"   THEN
                PERFORM   HATYU-ZAN-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   POR01-HATYU-ZAN
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       HATYU-ZAN-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの読み込み（１件分、テーブルへ追加）
       *>  回答項目の無い旧形式の明細は未回答（確定数量・回答日ゼロ）とする
       *>----------------------------------------------------------------------------
       HATYU-ZAN-READ-PROC                SECTION.
       *>
           READ POR01-HATYU-ZAN
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-HATYU-CNT  >=  CST-MAX-HATYU-KENSU  THEN
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
                     ADD   1   TO   WRK-HATYU-CNT
                     MOVE   POR01-RECODE   TO
                            WRK-HATYU-ENT(WRK-HATYU-CNT)
                     IF   POR01-KAKUTEI-SU   IS NOT   NUMERIC   THEN
                          MOVE   ZERO   TO
                                 WRK-HAT-KAKUTEI-SU(WRK-HATYU-CNT)
                     END-IF
                     IF   POR01-KAITO-BI     IS NOT   NUMERIC   THEN
                          MOVE   ZERO   TO
                                 WRK-HAT-KAITO-BI(WRK-HATYU-CNT)
                     END-IF
           END-READ.
       *>
       HATYU-ZAN-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの書き戻し
       *>----------------------------------------------------------------------------
       HATYU-ZAN-SAVE-PROC                SECTION.
       *>
           OPEN   OUTPUT   POR01-HATYU-ZAN.
       *>
           PERFORM   HATYU-ZAN-WRITE-PROC
                    VARYING   WRK-HATYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HATYU-IDX   >   WRK-HATYU-CNT.
       *>
           CLOSE   POR01-HATYU-ZAN.
       *>
       HATYU-ZAN-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの書き込み（１件分）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-WRITE-PROC               SECTION.
       *>
           MOVE   WRK-HATYU-ENT(WRK-HATYU-IDX)   TO   POR01-RECODE.
           WRITE  POR01-RECODE.
       *>
       HATYU-ZAN-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>経過営業日数の計算処理
       *>  発注日の翌日から実行日まで日付を進め、営業日（カレンダマスタの
       *>  日区分、未登録日は土日以外）を数える
       *>----------------------------------------------------------------------------
       EIGYOU-NISSU-KEISAN-PROC           SECTION.
       *>
           MOVE   ZERO   TO   WRK-EIGYOU-NISSU.
       *>
           IF   WRK-HAT-HATYU-BI(WRK-HATYU-IDX)   >=   WRK-RUN-DATE
           THEN
                GO   TO   EIGYOU-NISSU-KEISAN-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-HAT-HATYU-BI(WRK-HATYU-IDX)(1:4)   TO
                  WRK-KEIKA-NEN.
           MOVE   WRK-HAT-HATYU-BI(WRK-HATYU-IDX)(5:2)   TO
                  WRK-KEIKA-GETU.
           MOVE   WRK-HAT-HATYU-BI(WRK-HATYU-IDX)(7:2)   TO
                  WRK-KEIKA-HI.
       *>
           PERFORM   KEIKA-HIZUKE-SUSUMERU-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-KEIKA-HIZUKE   >=   WRK-RUN-DATE.
       *>
       EIGYOU-NISSU-KEISAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>日付を１日進めて営業日を数える処理
       *>----------------------------------------------------------------------------
       KEIKA-HIZUKE-SUSUMERU-PROC         SECTION.
       *>
           MOVE   CST-MATSUBI(WRK-KEIKA-GETU)   TO   WRK-KEIKA-MATSUBI.
           IF   WRK-KEIKA-GETU   =   2   THEN
                PERFORM   URUUDOSHI-HANTEI-PROC
                IF   WRK-URUU-NENDO   THEN
                     MOVE   29   TO   WRK-KEIKA-MATSUBI
                END-IF
           END-IF.
       *>
           ADD   1   TO   WRK-KEIKA-HI.
           IF   WRK-KEIKA-HI   >   WRK-KEIKA-MATSUBI   THEN
                MOVE   1   TO   WRK-KEIKA-HI
                ADD    1   TO   WRK-KEIKA-GETU
                IF   WRK-KEIKA-GETU   >   12   THEN
                     MOVE   1   TO   WRK-KEIKA-GETU
                     ADD    1   TO   WRK-KEIKA-NEN
                END-IF
           END-IF.
       *>
           MOVE   WRK-KEIKA-NEN    TO   WRK-KEIKA-HIZUKE(1:4).
           MOVE   WRK-KEIKA-GETU   TO   WRK-KEIKA-HIZUKE(5:2).
           MOVE   WRK-KEIKA-HI     TO   WRK-KEIKA-HIZUKE(7:2).
       *>
           PERFORM   EIGYOUBI-HANTEI-PROC.
           IF   WRK-EIGYOUBI
           AND  WRK-KEIKA-HIZUKE   <=   WRK-RUN-DATE   THEN
                ADD   1   TO   WRK-EIGYOU-NISSU
           END-IF.
       *>
       KEIKA-HIZUKE-SUSUMERU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>営業日判定処理（カレンダマスタ登録日はその日区分、未登録日は
       *>  土日以外を営業日とする）
       *>----------------------------------------------------------------------------
       EIGYOUBI-HANTEI-PROC               SECTION.
       *>
           MOVE   SPACE   TO   WRK-EIGYOUBI-SW.
       *>
           PERFORM   YOUBI-CALC-PROC.
           IF   WRK-YOUBI   NOT =   0
           AND  WRK-YOUBI   NOT =   6   THEN
                MOVE   "Y"   TO   WRK-EIGYOUBI-SW
           END-IF.
       *>
           IF   WRK-CAL-ARI   THEN
                MOVE   WRK-KEIKA-HIZUKE   TO   CAL01-HIZUKE
                READ CAL01-CALENDAR-MASTER
                    INVALID     KEY
                          CONTINUE
                    NOT   INVALID   KEY
                          IF   CAL01-EIGYOUBI   THEN
                               MOVE   "Y"     TO   WRK-EIGYOUBI-SW
                          ELSE
                               MOVE   SPACE   TO   WRK-EIGYOUBI-SW
                          END-IF
                END-READ
           END-IF.
       *>
       EIGYOUBI-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>判定対象日（WRK-KEIKA-NEN・GETU・HI）の曜日をツェラーの公式で求める
       *>----------------------------------------------------------------------------
       YOUBI-CALC-PROC                    SECTION.
       *>
           MOVE   WRK-KEIKA-GETU   TO   WRK-YOUBI-M.
           MOVE   WRK-KEIKA-NEN    TO   WRK-YOUBI-Y.
       *>
           IF   WRK-YOUBI-M   <   3   THEN
                ADD    12   TO   WRK-YOUBI-M
                SUBTRACT   1   FROM   WRK-YOUBI-Y
           END-IF.
       *>
           DIVIDE   WRK-YOUBI-Y   BY   100   GIVING   WRK-YOUBI-J
                REMAINDER   WRK-YOUBI-K.
       *>
           COMPUTE   WRK-YOUBI-H   =
                     WRK-KEIKA-HI
                     + ( ( 13 * ( WRK-YOUBI-M + 1 ) ) / 5 )
                     + WRK-YOUBI-K
                     + ( WRK-YOUBI-K / 4 )
                     + ( WRK-YOUBI-J / 4 )
                     + ( 5 * WRK-YOUBI-J ).
       *>
           DIVIDE   WRK-YOUBI-H   BY   7   GIVING   WRK-YOUBI-H2
                REMAINDER   WRK-YOUBI-H.
       *>
           IF   WRK-YOUBI-H   =   0   THEN
                MOVE   6   TO   WRK-YOUBI
           ELSE
                COMPUTE   WRK-YOUBI   =   WRK-YOUBI-H   -   1
           END-IF.
       *>
       YOUBI-CALC-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>処理中の年（WRK-KEIKA-NEN）が閏年かどうかを判定する処理
       *>----------------------------------------------------------------------------
       URUUDOSHI-HANTEI-PROC              SECTION.
       *>
           MOVE   "0"   TO   WRK-URUU-FLG.
       *>
           DIVIDE   WRK-KEIKA-NEN   BY   4    GIVING   WRK-URUU-NEN4
                REMAINDER   WRK-URUU-NEN4.
           DIVIDE   WRK-KEIKA-NEN   BY   100  GIVING   WRK-URUU-NEN100
                REMAINDER   WRK-URUU-NEN100.
           DIVIDE   WRK-KEIKA-NEN   BY   400  GIVING   WRK-URUU-NEN400
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
       *>実行パラメータの取得（回答待ち営業日数。未登録時は既定値）
       *>----------------------------------------------------------------------------
       PARM-GET-PROC                     SECTION.
       *>
           MOVE   "MIKAITO"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO
                       WRK-MIKAITO-NISSU
           END-IF.
       *>
       PARM-GET-PROC-EXIT.
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
