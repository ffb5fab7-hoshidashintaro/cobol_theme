       *>----------------------------------------------------------------------------
       *>仕入先支払処理
       *>  買掛未払明細ファイル（APO01・APMATCH01が計上する）のうち、
       *>  支払期日が支払日（共通実行パラメータ SHIHARAI-BI、未設定時は
       *>  実行日）以前の未払明細を仕入先マスタ（SUP01）の仕入先ごとに
       *>  集計し、RTV01が書き出した未相殺の借方メモ（DBM01）を差し引いた
       *>  金額を振込金額とする。振込は全銀協規定の総合振込ファイル
       *>  （ZGN01）へ書き出し、仕入先ごとの支払通知書（PRT53）と
       *>  支払一覧表（PRT54）を印刷する。
       *>  支払った明細は支払済（"P"）、相殺した借方メモは相殺済（"S"）と
       *>  して支払日・支払番号を記録して書き戻すため、再実行しても同じ
       *>  請求を二重に支払うことはない。借方メモが請求額以上となる仕入先
       *>  （相殺残）と振込先口座の未登録な仕入先は支払わず、明細を未払の
       *>  まま残して支払一覧表へ表示する。
       *>  振込依頼人（当社）の委託者コード・名義・仕向口座は共通実行
       *>  パラメータから取得する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        APPAY01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]仕入先マスタファイル（振込先口座を含む）
       *>----------------------------------------------------------------------------
       SELECT    SUP01-SHIIRE-MASTER  ASSIGN       TO   "SUP01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]買掛未払明細ファイル（APMATCH01が計上する）
       *>----------------------------------------------------------------------------
       SELECT    APO01-KAIKAKE-MIBARAI ASSIGN      TO   "APO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS APO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]借方メモファイル（RTV01が書き出す）
       *>----------------------------------------------------------------------------
       SELECT    DBM01-KARIKATA-FILE  ASSIGN       TO   "DBM01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS DBM-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]支払番号制御ファイル（最終支払番号を１件保持する）
       *>----------------------------------------------------------------------------
       SELECT    CTL11-SHNO-FILE      ASSIGN       TO   "CTL11.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS CTL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]総合振込ファイル（全銀協規定・１２０バイト固定）
       *>----------------------------------------------------------------------------
       SELECT    ZGN01-FURIKOMI-FILE  ASSIGN       TO   "ZGN01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]支払通知書（仕入先ごと）
       *>----------------------------------------------------------------------------
       SELECT    PRT01-TSUCHI-SHO     ASSIGN       TO   "PRT53.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]支払一覧表
       *>----------------------------------------------------------------------------
       SELECT    PRT02-SHIHARAI-LIST  ASSIGN       TO   "PRT54.txt"
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
            03   SUP01-GINKO-CODE             PIC 9(004).
            03   SUP01-SHITEN-CODE            PIC 9(003).
            03   SUP01-YOKIN-SHUMOKU          PIC 9(001).
            03   SUP01-KOZA-BANGOU            PIC 9(007).
            03   SUP01-KOZA-MEIGI             PIC X(030).
       *>   --電子発注区分（"1"＝電子発注ファイルを送信する仕入先）--
            03   SUP01-DENSHI-KUBUN           PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入出力]買掛未払明細ファイルのレイアウト定義（APMATCH01と同一）
       *>----------------------------------------------------------------------------
       FD   APO01-KAIKAKE-MIBARAI.
       01   APO01-RECODE.
            03   APO01-SEIKYU-BANGOU          PIC X(010).
            03   APO01-SHIIRE-CODE            PIC X(004).
            03   APO01-HATYU-BANGOU           PIC 9(006).
            03   APO01-SHOHIN-CODE            PIC X(006).
            03   APO01-SEIKYU-SU              PIC 9(005).
            03   APO01-SEIKYU-TANKA           PIC 9(005).
            03   APO01-SEIKYU-GAKU            PIC S9(008).
            03   APO01-SEIKYU-BI              PIC 9(008).
            03   APO01-SHIHARAI-KIJITSU       PIC 9(008).
            03   APO01-JOKYO-KUBUN            PIC X(001).
            03   APO01-SHIHARAI-BI            PIC 9(008).
            03   APO01-SHIHARAI-BANGOU        PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[入出力]借方メモファイルのレイアウト定義（RTV01と同一）
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
       *>[入出力]支払番号制御ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   CTL11-SHNO-FILE.
       01   CTL11-RECODE.
            03   CTL11-SHIHARAI-BANGOU        PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]総合振込ファイルのレイアウト定義
       *>  （ヘッダー"1"・データ"2"・トレーラー"8"・エンド"9"の４種）
       *>----------------------------------------------------------------------------
       FD   ZGN01-FURIKOMI-FILE.
       01   ZGN01-HEADER-RECODE.
            03   ZGN01-H-DATA-KUBUN           PIC X(001).
            03   ZGN01-H-SHUBETSU-CODE        PIC X(002).
            03   ZGN01-H-CODE-KUBUN           PIC X(001).
            03   ZGN01-H-ITAKU-CODE           PIC 9(010).
            03   ZGN01-H-ITAKU-MEI            PIC X(040).
            03   ZGN01-H-TORIKUMI-BI          PIC 9(004).
            03   ZGN01-H-GINKO-CODE           PIC 9(004).
            03   ZGN01-H-GINKO-MEI            PIC X(015).
            03   ZGN01-H-SHITEN-CODE          PIC 9(003).
            03   ZGN01-H-SHITEN-MEI           PIC X(015).
            03   ZGN01-H-YOKIN-SHUMOKU        PIC 9(001).
            03   ZGN01-H-KOZA-BANGOU          PIC 9(007).
            03   FILLER                       PIC X(017).
       01   ZGN01-DATA-RECODE.
            03   ZGN01-D-DATA-KUBUN           PIC X(001).
            03   ZGN01-D-GINKO-CODE           PIC 9(004).
            03   ZGN01-D-GINKO-MEI            PIC X(015).
            03   ZGN01-D-SHITEN-CODE          PIC 9(003).
            03   ZGN01-D-SHITEN-MEI           PIC X(015).
            03   ZGN01-D-KOKAN-BANGOU         PIC X(004).
            03   ZGN01-D-YOKIN-SHUMOKU        PIC 9(001).
            03   ZGN01-D-KOZA-BANGOU          PIC 9(007).
            03   ZGN01-D-UKETORI-MEI          PIC X(030).
            03   ZGN01-D-FURIKOMI-GAKU        PIC 9(010).
            03   ZGN01-D-SHINKI-CODE          PIC X(001).
            03   ZGN01-D-KOKYAKU-CODE-1       PIC X(010).
            03   ZGN01-D-KOKYAKU-CODE-2       PIC X(010).
            03   ZGN01-D-SHITEI-KUBUN         PIC X(001).
            03   ZGN01-D-SHIKIBETSU           PIC X(001).
            03   FILLER                       PIC X(007).
       01   ZGN01-TRAILER-RECODE.
            03   ZGN01-T-DATA-KUBUN           PIC X(001).
            03   ZGN01-T-GOKEI-KENSU          PIC 9(006).
            03   ZGN01-T-GOKEI-KINGAKU        PIC 9(012).
            03   FILLER                       PIC X(101).
       01   ZGN01-END-RECODE.
            03   ZGN01-E-DATA-KUBUN           PIC X(001).
            03   FILLER                       PIC X(119).
       *>----------------------------------------------------------------------------
       *>[出力]支払通知書のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-TSUCHI-SHO.
       01   PRT01-RECODE                      PIC X(100).
       *>----------------------------------------------------------------------------
       *>[出力]支払一覧表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT02-SHIHARAI-LIST.
       01   PRT02-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--仕入先読み込み件数・振込件数・支払保留件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--仕入先ごとの集計（支払対象請求・未相殺借方メモ・振込金額）--
            03   WRK-SEIKYU-KENSU             PIC 9(006).
            03   WRK-SEIKYU-KEI               PIC S9(010).
            03   WRK-SOSAI-KEI                PIC S9(010).
            03   WRK-FURIKOMI-GAKU            PIC S9(010).
            *>--支払一覧表の総合計・振込ファイルの合計--
            03   WRK-SOU-SEIKYU-KEI           PIC S9(012).
            03   WRK-SOU-SOSAI-KEI            PIC S9(012).
            03   WRK-SOU-FURIKOMI-KEI         PIC S9(012).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   APO-FILE-STATUS                   PIC XX.
       01   DBM-FILE-STATUS                   PIC XX.
       01   CTL-FILE-STATUS                   PIC XX.
       *>
       *>--支払番号（仕入先ごとに採番する）--
       01   WRK-SHIHARAI-BANGOU               PIC 9(006).
       *>
       *>--支払日（共通実行パラメータで指定する。未設定時は実行日）--
       01   WRK-SHIHARAI-BI                   PIC 9(008).
       01   WRK-SHIHARAI-BI-H   REDEFINES   WRK-SHIHARAI-BI.
            03   WRK-SHIHARAI-NEN             PIC 9(004).
            03   WRK-SHIHARAI-GETU            PIC 9(002).
            03   WRK-SHIHARAI-HI              PIC 9(002).
       *>
       *>--振込依頼人（当社）の情報（共通実行パラメータから取得する）--
       01   WRK-ITAKU-CODE                    PIC 9(010) VALUE ZERO.
       01   WRK-ITAKU-MEI                     PIC X(040) VALUE SPACE.
       01   WRK-IRAI-GINKO-CODE               PIC 9(004) VALUE ZERO.
       01   WRK-IRAI-SHITEN-CODE              PIC 9(003) VALUE ZERO.
       01   WRK-IRAI-YOKIN-SHUMOKU            PIC 9(001) VALUE 1.
       01   WRK-IRAI-KOZA-BANGOU              PIC 9(007) VALUE ZERO.
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "APPAY01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--買掛未払明細の一括読み込み用テーブル（書き戻し用）--
       77   CST-MAX-MIBARAI-KENSU             PIC 9(004) VALUE 9999.
       01   WRK-MIBARAI-TBL.
            03   WRK-MIBARAI-ENT                  OCCURS 9999.
                 05   WRK-MIB-SEIKYU-BANGOU       PIC X(010).
                 05   WRK-MIB-SHIIRE-CODE         PIC X(004).
                 05   WRK-MIB-HATYU-BANGOU        PIC 9(006).
                 05   WRK-MIB-SHOHIN-CODE         PIC X(006).
                 05   WRK-MIB-SEIKYU-SU           PIC 9(005).
                 05   WRK-MIB-SEIKYU-TANKA        PIC 9(005).
                 05   WRK-MIB-SEIKYU-GAKU         PIC S9(008).
                 05   WRK-MIB-SEIKYU-BI           PIC 9(008).
                 05   WRK-MIB-SHIHARAI-KIJITSU    PIC 9(008).
                 05   WRK-MIB-JOKYO               PIC X(001).
                 05   WRK-MIB-SHIHARAI-BI         PIC 9(008).
                 05   WRK-MIB-SHIHARAI-BANGOU     PIC 9(006).
       01   WRK-MIBARAI-CNT                   PIC 9(004).
       01   WRK-MIBARAI-IDX                   PIC 9(004).
       *>
       *>--借方メモの一括読み込み用テーブル（書き戻し用）--
       77   CST-MAX-KARIKATA-KENSU            PIC 9(004) VALUE 9999.
       01   WRK-KARIKATA-TBL.
            03   WRK-KARIKATA-ENT                 OCCURS 9999.
                 05   WRK-KAR-HENKYAKU-BANGOU     PIC 9(006).
                 05   WRK-KAR-SHIIRE-CODE         PIC X(004).
                 05   WRK-KAR-SHOHIN-CODE         PIC X(006).
                 05   WRK-KAR-SURYO               PIC 9(005).
                 05   WRK-KAR-GENKA-TANKA         PIC 9(005).
                 05   WRK-KAR-KINGAKU             PIC S9(008).
                 05   WRK-KAR-HAKKO-BI            PIC 9(008).
                 05   WRK-KAR-JOKYO               PIC X(001).
                 05   WRK-KAR-SOSAI-BI            PIC 9(008).
                 05   WRK-KAR-SHIHARAI-BANGOU     PIC 9(006).
       01   WRK-KARIKATA-CNT                  PIC 9(004).
       01   WRK-KARIKATA-IDX                  PIC 9(004).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "APPAY01".
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
       *>印刷用パーツ定義（支払通知書）
       *>----------------------------------------------------------------------------
       01   HD01-TSUCHI-MIDASHI.
            03   FILLER                       PIC X(030)
                               VALUE "支払通知書".
            03   FILLER                       PIC X(012)
                                 VALUE "支払日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
            03   FILLER                       PIC X(018)
                                 VALUE "　支払番号：".
            03   HD01-SHIHARAI-BANGOU         PIC 9(006).
       *>
       01   HD02-TSUCHI-SAKI.
            03   FILLER                       PIC X(012)
                                 VALUE "仕入先：".
            03   HD02-SHIIRE-CODE             PIC X(004).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-SHIIRE-MEI              PIC X(020).
            03   FILLER                       PIC X(007)
                                 VALUE " 御中".
       *>
       01   HD03-SEIKYU-LINE.
            03   FILLER                       PIC X(018)
                                 VALUE "　請求番号：".
            03   HD03-SEIKYU-BANGOU           PIC X(010).
            03   FILLER                       PIC X(012)
                                 VALUE "　発注：".
            03   HD03-HATYU-BANGOU            PIC 9(006).
            03   FILLER                       PIC X(012)
                                 VALUE "　期日：".
            03   HD03-SHIHARAI-KIJITSU        PIC 9(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SEIKYU-GAKU             PIC -ZZ,ZZZ,ZZ9.
       *>
       01   HD04-SOSAI-LINE.
            03   FILLER                       PIC X(018)
                                 VALUE "　返品相殺：".
            03   HD04-HENKYAKU-BANGOU         PIC 9(006).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(012)
                                 VALUE "　商品：".
            03   HD04-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(020) VALUE SPACE.
            03   HD04-SOSAI-GAKU              PIC -ZZ,ZZZ,ZZ9.
       *>
       01   HD05-TSUCHI-GOKEI.
            03   FILLER                       PIC X(015)
                                 VALUE "請求合計：".
            03   HD05-SEIKYU-KEI              PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                                 VALUE "　相殺額：".
            03   HD05-SOSAI-KEI               PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                                 VALUE "　振込額：".
            03   HD05-FURIKOMI-GAKU           PIC -Z,ZZZ,ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義（支払一覧表）
       *>----------------------------------------------------------------------------
       01   HD11-LIST-MIDASHI.
            03   FILLER                       PIC X(030)
                               VALUE "支払一覧表".
            03   FILLER                       PIC X(012)
                                 VALUE "支払日：".
            03   HD11-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD11-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD11-HI                      PIC 9(002).
       *>
       01   HD12-LIST-KOMOKU.
            03   FILLER                       PIC X(030)
                               VALUE "仕入先".
            03   FILLER                       PIC X(008) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "支払番号".
            03   FILLER                       PIC X(015)
                                 VALUE "請求合計".
            03   FILLER                       PIC X(015)
                                 VALUE "相殺額".
            03   FILLER                       PIC X(015)
                                 VALUE "振込額".
            03   FILLER                       PIC X(012)
                                 VALUE "区分".
       *>
       01   HD13-LIST-MEISAI.
            03   HD13-SHIIRE-CODE             PIC X(004).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD13-SHIIRE-MEI              PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD13-SHIHARAI-BANGOU         PIC ZZZZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD13-SEIKYU-KEI              PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD13-SOSAI-KEI               PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD13-FURIKOMI-GAKU           PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD13-KUBUN                   PIC X(014).
       *>
       01   HD14-LIST-GOKEI.
            03   FILLER                       PIC X(033)
                                 VALUE "総合計".
            03   HD14-SEIKYU-KEI              PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD14-SOSAI-KEI               PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD14-FURIKOMI-KEI            PIC -ZZ,ZZZ,ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "APPAY01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "振込件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "支払保留件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(044)
                  VALUE "SUP01-SHIIRE-MASTER入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>
       *>--退避テーブルあふれ時に表示するメッセージ--
       01   MSA-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                   VALUE "退避テーブルあふれ（中止）".
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
           PERFORM   MAIN-PROC  UNTIL   WRK-AT-END   =   CST-END.
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
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-SOU-SEIKYU-KEI.
           MOVE   ZERO       TO   WRK-SOU-SOSAI-KEI.
           MOVE   ZERO       TO   WRK-SOU-FURIKOMI-KEI.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  支払日・振込依頼人情報の取得（共通実行パラメータ）
           PERFORM   PARM-GET-PROC.
       *>
       *>  買掛未払明細・借方メモの一括読み込み
           PERFORM   MIBARAI-LOAD-PROC.
           PERFORM   KARIKATA-LOAD-PROC.
       *>
       *>  支払番号制御ファイルの読み込み
           PERFORM   SHNO-READ-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    SUP01-SHIIRE-MASTER
                  OUTPUT   ZGN01-FURIKOMI-FILE
                           PRT01-TSUCHI-SHO
                           PRT02-SHIHARAI-LIST.
       *>
       *>  総合振込ファイルのヘッダーレコードの書き出し
           MOVE   SPACE                    TO   ZGN01-HEADER-RECODE.
           MOVE   "1"                      TO   ZGN01-H-DATA-KUBUN.
           MOVE   "21"                     TO   ZGN01-H-SHUBETSU-CODE.
           MOVE   "0"                      TO   ZGN01-H-CODE-KUBUN.
           MOVE   WRK-ITAKU-CODE           TO   ZGN01-H-ITAKU-CODE.
           MOVE   WRK-ITAKU-MEI            TO   ZGN01-H-ITAKU-MEI.
           MOVE   WRK-SHIHARAI-BI(5:4)     TO   ZGN01-H-TORIKUMI-BI.
           MOVE   WRK-IRAI-GINKO-CODE      TO   ZGN01-H-GINKO-CODE.
           MOVE   WRK-IRAI-SHITEN-CODE     TO   ZGN01-H-SHITEN-CODE.
           MOVE   WRK-IRAI-YOKIN-SHUMOKU   TO   ZGN01-H-YOKIN-SHUMOKU.
           MOVE   WRK-IRAI-KOZA-BANGOU     TO   ZGN01-H-KOZA-BANGOU.
           WRITE  ZGN01-HEADER-RECODE.
       *>
       *>  支払一覧表の見出しの印刷
           MOVE   WRK-SHIHARAI-NEN    TO   HD11-NEN.
           MOVE   WRK-SHIHARAI-GETU   TO   HD11-GETU.
           MOVE   WRK-SHIHARAI-HI     TO   HD11-HI.
           MOVE   SPACE               TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD11-LIST-MIDASHI.
           MOVE   SPACE               TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD12-LIST-KOMOKU.
       *>
       *>仕入先マスタの読み込み
           PERFORM   SHIIRE-MASTER-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>支払日・振込依頼人情報の取得（共通実行パラメータ）
       *>----------------------------------------------------------------------------
       PARM-GET-PROC                      SECTION.
       *>
       *>  支払日（未設定時は実行日）
           MOVE   WRK-RUN-DATE    TO   WRK-SHIHARAI-BI.
           MOVE   "SHIHARAI-BI"   TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:8)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:8)   TO   WRK-SHIHARAI-BI
           END-IF.
       *>
       *>  委託者コード（振込依頼人として銀行と契約した番号）
           MOVE   "ITAKU-CODE"    TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG        =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:10)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:10)   TO   WRK-ITAKU-CODE
           END-IF.
       *>
       *>  委託者名（半角カナ）
           MOVE   "ITAKU-MEI"     TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG   =   "Y"   THEN
                MOVE   WRK-PRM-PARM-ATAI   TO   WRK-ITAKU-MEI
           END-IF.
       *>
       *>  仕向銀行番号・支店番号・預金種目・口座番号（当社の支払口座）
           MOVE   "GINKO-CODE"    TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:4)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:4)   TO   WRK-IRAI-GINKO-CODE
           END-IF.
       *>
           MOVE   "SHITEN-CODE"   TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO
                       WRK-IRAI-SHITEN-CODE
           END-IF.
       *>
           MOVE   "YOKIN-SHU"     TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:1)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:1)   TO
                       WRK-IRAI-YOKIN-SHUMOKU
           END-IF.
       *>
           MOVE   "KOZA-NO"       TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:7)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:7)   TO
                       WRK-IRAI-KOZA-BANGOU
           END-IF.
       *>
       PARM-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>共通実行パラメータの取得（PRMGET01呼び出し・支払日基準）
       *>----------------------------------------------------------------------------
       PARM-CALL-PROC                     SECTION.
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
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  総合振込ファイルのトレーラー・エンドレコードの書き出し
           MOVE   SPACE                  TO   ZGN01-TRAILER-RECODE.
           MOVE   "8"                    TO   ZGN01-T-DATA-KUBUN.
           MOVE   WRK-OUT-COUNT          TO   ZGN01-T-GOKEI-KENSU.
           MOVE   WRK-SOU-FURIKOMI-KEI   TO   ZGN01-T-GOKEI-KINGAKU.
           WRITE  ZGN01-TRAILER-RECODE.
       *>
           MOVE   SPACE                  TO   ZGN01-END-RECODE.
           MOVE   "9"                    TO   ZGN01-E-DATA-KUBUN.
           WRITE  ZGN01-END-RECODE.
       *>
       *>  支払一覧表の総合計の印刷
           MOVE   WRK-SOU-SEIKYU-KEI     TO   HD14-SEIKYU-KEI.
           MOVE   WRK-SOU-SOSAI-KEI      TO   HD14-SOSAI-KEI.
           MOVE   WRK-SOU-FURIKOMI-KEI   TO   HD14-FURIKOMI-KEI.
           MOVE   SPACE                  TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD14-LIST-GOKEI.
       *>
       *>  買掛未払明細・借方メモ・支払番号の書き戻し
           PERFORM   MIBARAI-SAVE-PROC.
           PERFORM   KARIKATA-SAVE-PROC.
           PERFORM   SHNO-WRITE-PROC.
       *>
       *>ファイルのクローズ
           CLOSE   SUP01-SHIIRE-MASTER
                   ZGN01-FURIKOMI-FILE
                   PRT01-TSUCHI-SHO
                   PRT02-SHIHARAI-LIST.
       *>
       *>振込件数・保留件数の表示
           MOVE   WRK-OUT-COUNT     TO   MSG2-COUNT.
           MOVE   WRK-ERROR-COUNT   TO   MSG3-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-OUT-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（仕入先１件ごとに支払対象を集計して振込を作成する）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  支払対象請求（支払期日到来の未払）と未相殺借方メモの集計
           MOVE   ZERO   TO   WRK-SEIKYU-KENSU.
           MOVE   ZERO   TO   WRK-SEIKYU-KEI.
           MOVE   ZERO   TO   WRK-SOSAI-KEI.
       *>
           PERFORM   MIBARAI-SHUKEI-PROC
                    VARYING   WRK-MIBARAI-IDX   FROM   1   BY   1
                    UNTIL   WRK-MIBARAI-IDX   >   WRK-MIBARAI-CNT.
       *>
       *>  支払対象の請求が無い仕入先は対象外（借方メモは次回へ繰り越す）
           IF   WRK-SEIKYU-KENSU   =   ZERO   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           PERFORM   KARIKATA-SHUKEI-PROC
                    VARYING   WRK-KARIKATA-IDX   FROM   1   BY   1
                    UNTIL   WRK-KARIKATA-IDX   >   WRK-KARIKATA-CNT.
       *>
           COMPUTE   WRK-FURIKOMI-GAKU   =
                     WRK-SEIKYU-KEI   -   WRK-SOSAI-KEI.
       *>
           MOVE   SUP01-SHIIRE-CODE   TO   HD13-SHIIRE-CODE.
           MOVE   SUP01-SHIIRE-MEI    TO   HD13-SHIIRE-MEI.
           MOVE   WRK-SEIKYU-KEI      TO   HD13-SEIKYU-KEI.
           MOVE   WRK-SOSAI-KEI       TO   HD13-SOSAI-KEI.
           MOVE   WRK-FURIKOMI-GAKU   TO   HD13-FURIKOMI-GAKU.
       *>
       *>  振込先口座の未登録な仕入先は支払わない
           IF   SUP01-GINKO-CODE   =   ZERO   THEN
                MOVE   ZERO               TO   HD13-SHIHARAI-BANGOU
                MOVE   "KOZA-MITOROKU"    TO   HD13-KUBUN
                PERFORM   LIST-MEISAI-WRITE-PROC
                ADD    1                  TO   WRK-ERROR-COUNT
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  借方メモが請求額以上の仕入先は支払わない（相殺残）
           IF   WRK-FURIKOMI-GAKU   NOT >   ZERO   THEN
                MOVE   ZERO               TO   HD13-SHIHARAI-BANGOU
                MOVE   "SOSAI-ZAN"        TO   HD13-KUBUN
                PERFORM   LIST-MEISAI-WRITE-PROC
                ADD    1                  TO   WRK-ERROR-COUNT
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  支払番号の採番
           ADD    1                     TO   WRK-SHIHARAI-BANGOU.
       *>
       *>  支払通知書の見出しの印刷
           PERFORM   TSUCHI-MIDASHI-WRITE-PROC.
       *>
       *>  支払対象請求を支払済、借方メモを相殺済とする（明細を印刷）
           PERFORM   MIBARAI-SHIHARAI-PROC
                    VARYING   WRK-MIBARAI-IDX   FROM   1   BY   1
                    UNTIL   WRK-MIBARAI-IDX   >   WRK-MIBARAI-CNT.
       *>
           PERFORM   KARIKATA-SOSAI-PROC
                    VARYING   WRK-KARIKATA-IDX   FROM   1   BY   1
                    UNTIL   WRK-KARIKATA-IDX   >   WRK-KARIKATA-CNT.
       *>
       *>  支払通知書の合計の印刷
           MOVE   WRK-SEIKYU-KEI      TO   HD05-SEIKYU-KEI.
           MOVE   WRK-SOSAI-KEI       TO   HD05-SOSAI-KEI.
           MOVE   WRK-FURIKOMI-GAKU   TO   HD05-FURIKOMI-GAKU.
           MOVE   SPACE               TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD05-TSUCHI-GOKEI.
           MOVE   SPACE               TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
       *>
       *>  総合振込ファイルのデータレコードの書き出し
           PERFORM   FURIKOMI-DATA-WRITE-PROC.
       *>
       *>  支払一覧表の明細の印刷
           MOVE   WRK-SHIHARAI-BANGOU   TO   HD13-SHIHARAI-BANGOU.
           MOVE   "FURIKOMI"            TO   HD13-KUBUN.
           PERFORM   LIST-MEISAI-WRITE-PROC.
       *>
           ADD   1                     TO   WRK-OUT-COUNT.
           ADD   WRK-SEIKYU-KEI        TO   WRK-SOU-SEIKYU-KEI.
           ADD   WRK-SOSAI-KEI         TO   WRK-SOU-SOSAI-KEI.
           ADD   WRK-FURIKOMI-GAKU     TO   WRK-SOU-FURIKOMI-KEI.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   SHIIRE-MASTER-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>支払対象請求の集計（１件分。当該仕入先の未払で支払期日到来分）
       *>----------------------------------------------------------------------------
       MIBARAI-SHUKEI-PROC                SECTION.
       *>
           IF   WRK-MIB-SHIIRE-CODE(WRK-MIBARAI-IDX)
                                   =   SUP01-SHIIRE-CODE
           AND  WRK-MIB-JOKYO(WRK-MIBARAI-IDX)   =   "O"
           AND  WRK-MIB-SHIHARAI-KIJITSU(WRK-MIBARAI-IDX)
                                   NOT >   WRK-SHIHARAI-BI   THEN
                ADD   1   TO   WRK-SEIKYU-KENSU
                ADD   WRK-MIB-SEIKYU-GAKU(WRK-MIBARAI-IDX)   TO
                      WRK-SEIKYU-KEI
           END-IF.
       *>
       MIBARAI-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>未相殺借方メモの集計（１件分。当該仕入先の未相殺分）
       *>----------------------------------------------------------------------------
       KARIKATA-SHUKEI-PROC               SECTION.
       *>
           IF   WRK-KAR-SHIIRE-CODE(WRK-KARIKATA-IDX)
                                   =   SUP01-SHIIRE-CODE
           AND  WRK-KAR-JOKYO(WRK-KARIKATA-IDX)   NOT =   "S"   THEN
                ADD   WRK-KAR-KINGAKU(WRK-KARIKATA-IDX)   TO
                      WRK-SOSAI-KEI
           END-IF.
       *>
       KARIKATA-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>支払対象請求の支払済処理と支払通知書明細の印刷（１件分）
       *>----------------------------------------------------------------------------
       MIBARAI-SHIHARAI-PROC              SECTION.
       *>
           IF   WRK-MIB-SHIIRE-CODE(WRK-MIBARAI-IDX)
                                   =   SUP01-SHIIRE-CODE
           AND  WRK-MIB-JOKYO(WRK-MIBARAI-IDX)   =   "O"
           AND  WRK-MIB-SHIHARAI-KIJITSU(WRK-MIBARAI-IDX)
                                   NOT >   WRK-SHIHARAI-BI   THEN
                MOVE   "P"                   TO
                       WRK-MIB-JOKYO(WRK-MIBARAI-IDX)
                MOVE   WRK-SHIHARAI-BI       TO
                       WRK-MIB-SHIHARAI-BI(WRK-MIBARAI-IDX)
                MOVE   WRK-SHIHARAI-BANGOU   TO
                       WRK-MIB-SHIHARAI-BANGOU(WRK-MIBARAI-IDX)
       *>
                MOVE   WRK-MIB-SEIKYU-BANGOU(WRK-MIBARAI-IDX)     TO
                       HD03-SEIKYU-BANGOU
                MOVE   WRK-MIB-HATYU-BANGOU(WRK-MIBARAI-IDX)      TO
                       HD03-HATYU-BANGOU
                MOVE   WRK-MIB-SHIHARAI-KIJITSU(WRK-MIBARAI-IDX)  TO
                       HD03-SHIHARAI-KIJITSU
                MOVE   WRK-MIB-SEIKYU-GAKU(WRK-MIBARAI-IDX)       TO
                       HD03-SEIKYU-GAKU
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HD03-SEIKYU-LINE
           END-IF.
       *>
       MIBARAI-SHIHARAI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>借方メモの相殺済処理と支払通知書明細の印刷（１件分）
       *>----------------------------------------------------------------------------
       KARIKATA-SOSAI-PROC                SECTION.
       *>
           IF   WRK-KAR-SHIIRE-CODE(WRK-KARIKATA-IDX)
                                   =   SUP01-SHIIRE-CODE
           AND  WRK-KAR-JOKYO(WRK-KARIKATA-IDX)   NOT =   "S"   THEN
                MOVE   "S"                   TO
                       WRK-KAR-JOKYO(WRK-KARIKATA-IDX)
                MOVE   WRK-SHIHARAI-BI       TO
                       WRK-KAR-SOSAI-BI(WRK-KARIKATA-IDX)
                MOVE   WRK-SHIHARAI-BANGOU   TO
                       WRK-KAR-SHIHARAI-BANGOU(WRK-KARIKATA-IDX)
       *>
                MOVE   WRK-KAR-HENKYAKU-BANGOU(WRK-KARIKATA-IDX)  TO
                       HD04-HENKYAKU-BANGOU
                MOVE   WRK-KAR-SHOHIN-CODE(WRK-KARIKATA-IDX)      TO
                       HD04-SHOHIN-CODE
                MOVE   WRK-KAR-KINGAKU(WRK-KARIKATA-IDX)          TO
                       HD04-SOSAI-GAKU
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HD04-SOSAI-LINE
           END-IF.
       *>
       KARIKATA-SOSAI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>支払通知書の見出しの印刷（仕入先ごと）
       *>----------------------------------------------------------------------------
       TSUCHI-MIDASHI-WRITE-PROC          SECTION.
       *>
           MOVE   WRK-SHIHARAI-NEN      TO   HD01-NEN.
           MOVE   WRK-SHIHARAI-GETU     TO   HD01-GETU.
           MOVE   WRK-SHIHARAI-HI       TO   HD01-HI.
           MOVE   WRK-SHIHARAI-BANGOU   TO   HD01-SHIHARAI-BANGOU.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-TSUCHI-MIDASHI.
       *>
           MOVE   SUP01-SHIIRE-CODE     TO   HD02-SHIIRE-CODE.
           MOVE   SUP01-SHIIRE-MEI      TO   HD02-SHIIRE-MEI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-TSUCHI-SAKI.
       *>
       TSUCHI-MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>総合振込ファイルのデータレコードの書き出し（仕入先１件分）
       *>----------------------------------------------------------------------------
       FURIKOMI-DATA-WRITE-PROC           SECTION.
       *>
           MOVE   SPACE                 TO   ZGN01-DATA-RECODE.
           MOVE   "2"                   TO   ZGN01-D-DATA-KUBUN.
           MOVE   SUP01-GINKO-CODE      TO   ZGN01-D-GINKO-CODE.
           MOVE   SUP01-SHITEN-CODE     TO   ZGN01-D-SHITEN-CODE.
           MOVE   SUP01-YOKIN-SHUMOKU   TO   ZGN01-D-YOKIN-SHUMOKU.
           MOVE   SUP01-KOZA-BANGOU     TO   ZGN01-D-KOZA-BANGOU.
           MOVE   SUP01-KOZA-MEIGI      TO   ZGN01-D-UKETORI-MEI.
           MOVE   WRK-FURIKOMI-GAKU     TO   ZGN01-D-FURIKOMI-GAKU.
           MOVE   "0"                   TO   ZGN01-D-SHINKI-CODE.
           MOVE   SUP01-SHIIRE-CODE     TO   ZGN01-D-KOKYAKU-CODE-1.
           MOVE   WRK-SHIHARAI-BANGOU   TO   ZGN01-D-KOKYAKU-CODE-2.
           WRITE  ZGN01-DATA-RECODE.
       *>
       FURIKOMI-DATA-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>支払一覧表の明細の印刷（１件分）
       *>----------------------------------------------------------------------------
       LIST-MEISAI-WRITE-PROC             SECTION.
       *>
           MOVE   SPACE          TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD13-LIST-MEISAI.
       *>
       LIST-MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>買掛未払明細ファイルの一括読み込み（テーブルへ格納・書き戻し用）
       *>----------------------------------------------------------------------------
       MIBARAI-LOAD-PROC                  SECTION.
       *>
           MOVE   ZERO    TO   WRK-MIBARAI-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   APO01-KAIKAKE-MIBARAI.
       *>
           IF   APO-FILE-STATUS   =   "00"   THEN
                PERFORM   MIBARAI-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   APO01-KAIKAKE-MIBARAI
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       MIBARAI-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>買掛未払明細ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       MIBARAI-READ-PROC                  SECTION.
       *>
           READ APO01-KAIKAKE-MIBARAI
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-MIBARAI-CNT  <  CST-MAX-MIBARAI-KENSU
                     THEN
                          ADD   1   TO   WRK-MIBARAI-CNT
                          MOVE   APO01-SEIKYU-BANGOU      TO
                              WRK-MIB-SEIKYU-BANGOU(WRK-MIBARAI-CNT)
                          MOVE   APO01-SHIIRE-CODE        TO
                              WRK-MIB-SHIIRE-CODE(WRK-MIBARAI-CNT)
                          MOVE   APO01-HATYU-BANGOU       TO
                              WRK-MIB-HATYU-BANGOU(WRK-MIBARAI-CNT)
                          MOVE   APO01-SHOHIN-CODE        TO
                              WRK-MIB-SHOHIN-CODE(WRK-MIBARAI-CNT)
                          MOVE   APO01-SEIKYU-SU          TO
                              WRK-MIB-SEIKYU-SU(WRK-MIBARAI-CNT)
                          MOVE   APO01-SEIKYU-TANKA       TO
                              WRK-MIB-SEIKYU-TANKA(WRK-MIBARAI-CNT)
                          MOVE   APO01-SEIKYU-GAKU        TO
                              WRK-MIB-SEIKYU-GAKU(WRK-MIBARAI-CNT)
                          MOVE   APO01-SEIKYU-BI          TO
                              WRK-MIB-SEIKYU-BI(WRK-MIBARAI-CNT)
                          MOVE   APO01-SHIHARAI-KIJITSU   TO
                              WRK-MIB-SHIHARAI-KIJITSU(WRK-MIBARAI-CNT)
                          MOVE   APO01-JOKYO-KUBUN        TO
                              WRK-MIB-JOKYO(WRK-MIBARAI-CNT)
                          MOVE   APO01-SHIHARAI-BI        TO
                              WRK-MIB-SHIHARAI-BI(WRK-MIBARAI-CNT)
                          MOVE   APO01-SHIHARAI-BANGOU    TO
                              WRK-MIB-SHIHARAI-BANGOU(WRK-MIBARAI-CNT)
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
           END-READ.
       *>
       MIBARAI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>買掛未払明細ファイルの書き戻し
       *>----------------------------------------------------------------------------
       MIBARAI-SAVE-PROC                  SECTION.
       *>
           OPEN   OUTPUT   APO01-KAIKAKE-MIBARAI.
       *>
           PERFORM   MIBARAI-WRITE-PROC
                    VARYING   WRK-MIBARAI-IDX   FROM   1   BY   1
                    UNTIL   WRK-MIBARAI-IDX   >   WRK-MIBARAI-CNT.
       *>
           CLOSE   APO01-KAIKAKE-MIBARAI.
       *>
       MIBARAI-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>買掛未払明細ファイルの書き込み（１件分）
       *>----------------------------------------------------------------------------
       MIBARAI-WRITE-PROC                 SECTION.
       *>
           MOVE   WRK-MIB-SEIKYU-BANGOU(WRK-MIBARAI-IDX)      TO
                  APO01-SEIKYU-BANGOU.
           MOVE   WRK-MIB-SHIIRE-CODE(WRK-MIBARAI-IDX)        TO
                  APO01-SHIIRE-CODE.
           MOVE   WRK-MIB-HATYU-BANGOU(WRK-MIBARAI-IDX)       TO
                  APO01-HATYU-BANGOU.
           MOVE   WRK-MIB-SHOHIN-CODE(WRK-MIBARAI-IDX)        TO
                  APO01-SHOHIN-CODE.
           MOVE   WRK-MIB-SEIKYU-SU(WRK-MIBARAI-IDX)          TO
                  APO01-SEIKYU-SU.
           MOVE   WRK-MIB-SEIKYU-TANKA(WRK-MIBARAI-IDX)       TO
                  APO01-SEIKYU-TANKA.
           MOVE   WRK-MIB-SEIKYU-GAKU(WRK-MIBARAI-IDX)        TO
                  APO01-SEIKYU-GAKU.
           MOVE   WRK-MIB-SEIKYU-BI(WRK-MIBARAI-IDX)          TO
                  APO01-SEIKYU-BI.
           MOVE   WRK-MIB-SHIHARAI-KIJITSU(WRK-MIBARAI-IDX)   TO
                  APO01-SHIHARAI-KIJITSU.
           MOVE   WRK-MIB-JOKYO(WRK-MIBARAI-IDX)              TO
                  APO01-JOKYO-KUBUN.
           MOVE   WRK-MIB-SHIHARAI-BI(WRK-MIBARAI-IDX)        TO
                  APO01-SHIHARAI-BI.
           MOVE   WRK-MIB-SHIHARAI-BANGOU(WRK-MIBARAI-IDX)    TO
                  APO01-SHIHARAI-BANGOU.
       *>
           WRITE   APO01-RECODE.
       *>
       MIBARAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>借方メモファイルの一括読み込み（テーブルへ格納・書き戻し用）
       *>----------------------------------------------------------------------------
       KARIKATA-LOAD-PROC                 SECTION.
       *>
           MOVE   ZERO    TO   WRK-KARIKATA-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   DBM01-KARIKATA-FILE.
       *>
           IF   DBM-FILE-STATUS   =   "00"   THEN
                PERFORM   KARIKATA-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   DBM01-KARIKATA-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KARIKATA-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>借方メモファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       KARIKATA-READ-PROC                 SECTION.
       *>
           READ DBM01-KARIKATA-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-KARIKATA-CNT  <  CST-MAX-KARIKATA-KENSU
                     THEN
                          ADD   1   TO   WRK-KARIKATA-CNT
                          MOVE   DBM01-HENKYAKU-BANGOU   TO
                              WRK-KAR-HENKYAKU-BANGOU(WRK-KARIKATA-CNT)
                          MOVE   DBM01-SHIIRE-CODE       TO
                              WRK-KAR-SHIIRE-CODE(WRK-KARIKATA-CNT)
                          MOVE   DBM01-SHOHIN-CODE       TO
                              WRK-KAR-SHOHIN-CODE(WRK-KARIKATA-CNT)
                          MOVE   DBM01-SURYO             TO
                              WRK-KAR-SURYO(WRK-KARIKATA-CNT)
                          MOVE   DBM01-GENKA-TANKA       TO
                              WRK-KAR-GENKA-TANKA(WRK-KARIKATA-CNT)
                          MOVE   DBM01-KINGAKU           TO
                              WRK-KAR-KINGAKU(WRK-KARIKATA-CNT)
                          MOVE   DBM01-HAKKO-BI          TO
                              WRK-KAR-HAKKO-BI(WRK-KARIKATA-CNT)
                          MOVE   DBM01-JOKYO-KUBUN       TO
                              WRK-KAR-JOKYO(WRK-KARIKATA-CNT)
                          MOVE   DBM01-SOSAI-BI          TO
                              WRK-KAR-SOSAI-BI(WRK-KARIKATA-CNT)
                          MOVE   DBM01-SHIHARAI-BANGOU   TO
                              WRK-KAR-SHIHARAI-BANGOU(WRK-KARIKATA-CNT)
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
           END-READ.
       *>
       KARIKATA-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>借方メモファイルの書き戻し
       *>----------------------------------------------------------------------------
       KARIKATA-SAVE-PROC                 SECTION.
       *>
           OPEN   OUTPUT   DBM01-KARIKATA-FILE.
       *>
           PERFORM   KARIKATA-WRITE-PROC
                    VARYING   WRK-KARIKATA-IDX   FROM   1   BY   1
                    UNTIL   WRK-KARIKATA-IDX   >   WRK-KARIKATA-CNT.
       *>
           CLOSE   DBM01-KARIKATA-FILE.
       *>
       KARIKATA-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>借方メモファイルの書き込み（１件分）
       *>----------------------------------------------------------------------------
       KARIKATA-WRITE-PROC                SECTION.
       *>
           MOVE   WRK-KAR-HENKYAKU-BANGOU(WRK-KARIKATA-IDX)   TO
                  DBM01-HENKYAKU-BANGOU.
           MOVE   WRK-KAR-SHIIRE-CODE(WRK-KARIKATA-IDX)       TO
                  DBM01-SHIIRE-CODE.
           MOVE   WRK-KAR-SHOHIN-CODE(WRK-KARIKATA-IDX)       TO
                  DBM01-SHOHIN-CODE.
           MOVE   WRK-KAR-SURYO(WRK-KARIKATA-IDX)             TO
                  DBM01-SURYO.
           MOVE   WRK-KAR-GENKA-TANKA(WRK-KARIKATA-IDX)       TO
                  DBM01-GENKA-TANKA.
           MOVE   WRK-KAR-KINGAKU(WRK-KARIKATA-IDX)           TO
                  DBM01-KINGAKU.
           MOVE   WRK-KAR-HAKKO-BI(WRK-KARIKATA-IDX)          TO
                  DBM01-HAKKO-BI.
           MOVE   WRK-KAR-JOKYO(WRK-KARIKATA-IDX)             TO
                  DBM01-JOKYO-KUBUN.
           MOVE   WRK-KAR-SOSAI-BI(WRK-KARIKATA-IDX)          TO
                  DBM01-SOSAI-BI.
           MOVE   WRK-KAR-SHIHARAI-BANGOU(WRK-KARIKATA-IDX)   TO
                  DBM01-SHIHARAI-BANGOU.
       *>
           WRITE   DBM01-RECODE.
       *>
       KARIKATA-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>支払番号制御ファイルの読み込み（無い場合はゼロから開始）
       *>----------------------------------------------------------------------------
       SHNO-READ-PROC                     SECTION.
       *>
           MOVE   ZERO   TO   WRK-SHIHARAI-BANGOU.
       *>
           OPEN   INPUT   CTL11-SHNO-FILE.
       *>
           IF   CTL-FILE-STATUS   =   "00"   THEN
                READ   CTL11-SHNO-FILE
                  AT   END
                       CONTINUE
                  NOT  AT   END
                       MOVE   CTL11-SHIHARAI-BANGOU   TO
                              WRK-SHIHARAI-BANGOU
                END-READ
                CLOSE   CTL11-SHNO-FILE
           END-IF.
       *>
       SHNO-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>支払番号制御ファイルの書き戻し
       *>----------------------------------------------------------------------------
       SHNO-WRITE-PROC                    SECTION.
       *>
           OPEN   OUTPUT   CTL11-SHNO-FILE.
           MOVE   WRK-SHIHARAI-BANGOU   TO   CTL11-SHIHARAI-BANGOU.
           WRITE  CTL11-RECODE.
           CLOSE  CTL11-SHNO-FILE.
       *>
       SHNO-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]仕入先マスタファイルの読み込み
       *>----------------------------------------------------------------------------
       SHIIRE-MASTER-READ-PROC            SECTION.
       *>
           READ   SUP01-SHIIRE-MASTER
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
       SHIIRE-MASTER-READ-PROC-EXIT.
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
       *>----------------------------------------------------------------------------
       *>退避テーブルあふれ処理（ファイルを書き戻さずに異常終了する）
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
