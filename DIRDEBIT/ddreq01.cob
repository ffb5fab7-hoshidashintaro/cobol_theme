       *>----------------------------------------------------------------------------
       *>口座振替依頼処理
       *>  請求サマリファイル（STM01・STMT01が書き出す）を読み、顧客マスタ
       *>  （KMS01）に口座振替の引落口座を登録した顧客の請求額を、全銀協
       *>  規定の預金口座振替依頼ファイル（ZFR01）へ書き出す。本部一括請求の
       *>  店舗は請求先（本部）の口座から引き落とし、依頼は店舗ごとに行う。
       *>  依頼した請求は口座振替履歴ファイル（DDH01）へ依頼済（"R"）として
       *>  記録し、同じ請求サマリで再実行しても同じ請求を二重に依頼しない
       *>  （振替結果はDDRES01が履歴へ反映する）。請求額がゼロ以下の請求と
       *>  引落口座の未登録な顧客は依頼の対象外とし、顧客マスタに該当の
       *>  無い請求は口座振替依頼一覧表へ例外として印刷する。
       *>  引落日・委託者（当社）の委託者コード・名義・入金口座は共通実行
       *>  パラメータから取得する（引落日の未設定時は実行日）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        DDREQ01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]請求サマリファイル（STMT01の出力）
       *>----------------------------------------------------------------------------
       SELECT    STM01-SEIKYU-FILE    ASSIGN       TO   "STM01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（引落口座を参照する）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]口座振替履歴ファイル（依頼済の請求を記録する）
       *>----------------------------------------------------------------------------
       SELECT    DDH01-FURIKAE-RIREKI ASSIGN       TO   "DDH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS DDH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]預金口座振替依頼ファイル（全銀協規定・１２０バイト固定）
       *>----------------------------------------------------------------------------
       SELECT    ZFR01-FURIKAE-FILE   ASSIGN       TO   "ZFR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]口座振替依頼一覧表
       *>----------------------------------------------------------------------------
       SELECT    PRT01-IRAI-LIST      ASSIGN       TO   "PRT63.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]請求サマリファイルのレイアウト定義（STMT01と同一）
       *>----------------------------------------------------------------------------
       FD   STM01-SEIKYU-FILE.
       01   STM01-RECODE.
            03   STM01-KOKYAKU-BANGOU         PIC 9(006).
            03   STM01-SEIKYU-NENGETU         PIC 9(006).
            03   STM01-SEIKYU-GAKU            PIC S9(010).
       *>   --締日・支払期日--
            03   STM01-SHIME-BI               PIC 9(008).
            03   STM01-SHIHARAI-KIJITSU       PIC 9(008).
       *>   --外貨建て請求の請求通貨・適用レート・外貨請求額
       *>     （円建ては空白・ゼロ）--
            03   STM01-TSUKA-CODE             PIC X(003).
            03   STM01-KAWASE-RATE            PIC 9(003)V9(004).
            03   STM01-GAIKA-SEIKYU-GAKU      PIC S9(010)V99.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   KMS01-KOKYAKU-MASTER.
       01   KMS01-RECODE.
            03   KMS01-KOKYAKU-BANGOU          PIC 9(006).
            03   KMS01-KOKYAKU-MEI             PIC X(020).
            03   KMS01-KOKYAKU-ZYUSHO          PIC X(040).
       *>   --与信限度額（ゼロは与信チェック対象外）・買掛残高--
            03   KMS01-YOSHIN-GENDO            PIC 9(009).
            03   KMS01-KAIKAKE-ZANDAKA         PIC 9(009).
       *>   --郵便番号（出荷ラベル用）--
            03   KMS01-YUBIN-BANGOU            PIC X(007).
       *>   --送料免除基準額（ゼロは免除なし）--
            03   KMS01-SORYO-MENJO-GAKU        PIC 9(007).
       *>   --統合先顧客番号（ゼロ以外は統合済みの重複顧客）--
            03   KMS01-TOGO-SAKI               PIC 9(006).
       *>   --締日・回収サイト（締日・回収日の００と３１以上は月末。
       *>     回収月は締月からの月数で、０＝当月・１＝翌月・２＝翌々月）--
            03   KMS01-SHIME-BI                PIC 9(002).
            03   KMS01-KAISHU-TSUKI            PIC 9(001).
            03   KMS01-KAISHU-BI               PIC 9(002).
       *>   --請求先顧客番号（本部一括請求の店舗は本部の顧客番号。
       *>     ゼロは自社へ請求）--
            03   KMS01-SEIKYU-SAKI             PIC 9(006).
       *>   --口座振替の引落口座（銀行コード・支店コード・預金種目（１＝普通・
       *>     ２＝当座）・口座番号・口座名義（半角カナ）。銀行コードゼロは
       *>     口座振替未登録）--
            03   KMS01-GINKO-CODE              PIC 9(004).
            03   KMS01-SHITEN-CODE             PIC 9(003).
            03   KMS01-YOKIN-SHUMOKU           PIC 9(001).
            03   KMS01-KOZA-BANGOU             PIC 9(007).
            03   KMS01-KOZA-MEIGI              PIC X(030).
       *>   --請求通貨（ISO通貨コード。空白・JPYは円建て。外貨建ての顧客は
       *>     為替レートマスタ（KWR01）のレートで請求額を外貨換算する）--
            03   KMS01-TSUKA-CODE              PIC X(003).
       *>   --Ｗｅｂ照会区分（"1"＝Ｗｅｂポータルで受注状況を照会する顧客。
       *>     ORDWEB01が夜間に受注状況連携ファイルを作成する）--
            03   KMS01-WEB-KUBUN               PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入出力]口座振替履歴ファイルのレイアウト定義
       *>  （依頼した請求ごとに１件。状況区分はＲ＝依頼済、Ｓ＝振替済、
       *>    Ｆ＝振替不能。結果コードは銀行の振替結果コード）
       *>----------------------------------------------------------------------------
       FD   DDH01-FURIKAE-RIREKI.
       01   DDH01-RECODE.
            03   DDH01-KOKYAKU-BANGOU         PIC 9(006).
            03   DDH01-SEIKYU-NENGETU         PIC 9(006).
            03   DDH01-HIKIOTOSHI-SAKI        PIC 9(006).
            03   DDH01-HIKIOTOSHI-GAKU        PIC 9(010).
            03   DDH01-IRAI-BI                PIC 9(008).
            03   DDH01-HIKIOTOSHI-BI          PIC 9(008).
            03   DDH01-JOKYO-KUBUN            PIC X(001).
            03   DDH01-KEKKA-CODE             PIC X(001).
            03   DDH01-KEKKA-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]預金口座振替依頼ファイルのレイアウト定義
       *>  （ヘッダー"1"・データ"2"・トレーラー"8"・エンド"9"の４種。
       *>    顧客番号欄には顧客番号・請求年月を記録し、振替結果の照合に用いる）
       *>----------------------------------------------------------------------------
       FD   ZFR01-FURIKAE-FILE.
       01   ZFR01-HEADER-RECODE.
            03   ZFR01-H-DATA-KUBUN           PIC X(001).
            03   ZFR01-H-SHUBETSU-CODE        PIC X(002).
            03   ZFR01-H-CODE-KUBUN           PIC X(001).
            03   ZFR01-H-ITAKU-CODE           PIC 9(010).
            03   ZFR01-H-ITAKU-MEI            PIC X(040).
            03   ZFR01-H-HIKIOTOSHI-BI        PIC 9(004).
            03   ZFR01-H-GINKO-CODE           PIC 9(004).
            03   ZFR01-H-GINKO-MEI            PIC X(015).
            03   ZFR01-H-SHITEN-CODE          PIC 9(003).
            03   ZFR01-H-SHITEN-MEI           PIC X(015).
            03   ZFR01-H-YOKIN-SHUMOKU        PIC 9(001).
            03   ZFR01-H-KOZA-BANGOU          PIC 9(007).
            03   FILLER                       PIC X(017).
       01   ZFR01-DATA-RECODE.
            03   ZFR01-D-DATA-KUBUN           PIC X(001).
            03   ZFR01-D-GINKO-CODE           PIC 9(004).
            03   ZFR01-D-GINKO-MEI            PIC X(015).
            03   ZFR01-D-SHITEN-CODE          PIC 9(003).
            03   ZFR01-D-SHITEN-MEI           PIC X(015).
            03   FILLER                       PIC X(004).
            03   ZFR01-D-YOKIN-SHUMOKU        PIC 9(001).
            03   ZFR01-D-KOZA-BANGOU          PIC 9(007).
            03   ZFR01-D-YOKINSHA-MEI         PIC X(030).
            03   ZFR01-D-HIKIOTOSHI-GAKU      PIC 9(010).
            03   ZFR01-D-SHINKI-CODE          PIC X(001).
            03   ZFR01-D-KOKYAKU-CODE.
                 05   ZFR01-D-KOKYAKU-BANGOU  PIC 9(006).
                 05   ZFR01-D-SEIKYU-NENGETU  PIC 9(006).
                 05   FILLER                  PIC X(008).
            03   ZFR01-D-KEKKA-CODE           PIC X(001).
            03   FILLER                       PIC X(008).
       01   ZFR01-TRAILER-RECODE.
            03   ZFR01-T-DATA-KUBUN           PIC X(001).
            03   ZFR01-T-GOKEI-KENSU          PIC 9(006).
            03   ZFR01-T-GOKEI-KINGAKU        PIC 9(012).
            03   ZFR01-T-FURIKAE-KENSU        PIC 9(006).
            03   ZFR01-T-FURIKAE-KINGAKU      PIC 9(012).
            03   ZFR01-T-FUNO-KENSU           PIC 9(006).
            03   ZFR01-T-FUNO-KINGAKU         PIC 9(012).
            03   FILLER                       PIC X(065).
       01   ZFR01-END-RECODE.
            03   ZFR01-E-DATA-KUBUN           PIC X(001).
            03   FILLER                       PIC X(119).
       *>----------------------------------------------------------------------------
       *>[出力]口座振替依頼一覧表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-IRAI-LIST.
       01   PRT01-RECODE                      PIC X(132).
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
            *>--請求読み込み件数・振替依頼件数・例外件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--依頼済のため対象外とした件数--
            03   WRK-IRAI-ZUMI-COUNT          PIC 9(006).
            *>--振替依頼金額の合計--
            03   WRK-IRAI-KEI                 PIC 9(012).
            03   WRK-KOKYAKU-MITUKE-SW        PIC X(001).
                 88   WRK-KOKYAKU-MITUKE      VALUE "Y".
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   DDH-FILE-STATUS                   PIC XX.
       *>
       *>--請求の顧客名・引き落とす顧客（本部一括請求の店舗は請求先）--
       01   WRK-KOKYAKU-MEI                   PIC X(020).
       01   WRK-HIKIOTOSHI-SAKI               PIC 9(006).
       *>
       *>--引落日（共通実行パラメータで指定する。未設定時は実行日）--
       01   WRK-HIKIOTOSHI-BI                 PIC 9(008).
       01   WRK-HIKIOTOSHI-BI-H   REDEFINES   WRK-HIKIOTOSHI-BI.
            03   WRK-HIKIOTOSHI-NEN           PIC 9(004).
            03   WRK-HIKIOTOSHI-GETU          PIC 9(002).
            03   WRK-HIKIOTOSHI-HI            PIC 9(002).
       *>
       *>--委託者（当社）の情報（共通実行パラメータから取得する）--
       01   WRK-ITAKU-CODE                    PIC 9(010) VALUE ZERO.
       01   WRK-ITAKU-MEI                     PIC X(040) VALUE SPACE.
       01   WRK-IRAI-GINKO-CODE               PIC 9(004) VALUE ZERO.
       01   WRK-IRAI-SHITEN-CODE              PIC 9(003) VALUE ZERO.
       01   WRK-IRAI-YOKIN-SHUMOKU            PIC 9(001) VALUE 1.
       01   WRK-IRAI-KOZA-BANGOU              PIC 9(007) VALUE ZERO.
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "DDREQ01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--口座振替履歴の一括読み込み用テーブル（書き戻し用）--
       77   CST-MAX-RIREKI-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-RIREKI-TBL.
            03   WRK-RIREKI-ENT                   OCCURS 9999.
                 05   WRK-RRK-KOKYAKU-BANGOU      PIC 9(006).
                 05   WRK-RRK-SEIKYU-NENGETU      PIC 9(006).
                 05   WRK-RRK-HIKIOTOSHI-SAKI     PIC 9(006).
                 05   WRK-RRK-HIKIOTOSHI-GAKU     PIC 9(010).
                 05   WRK-RRK-IRAI-BI             PIC 9(008).
                 05   WRK-RRK-HIKIOTOSHI-BI       PIC 9(008).
                 05   WRK-RRK-JOKYO               PIC X(001).
                 05   WRK-RRK-KEKKA-CODE          PIC X(001).
                 05   WRK-RRK-KEKKA-BI            PIC 9(008).
       01   WRK-RIREKI-CNT                    PIC 9(004).
       01   WRK-RIREKI-IDX                    PIC 9(004).
       01   WRK-RIREKI-MITUKE-SW              PIC X(001).
            88   WRK-RIREKI-MITUKE            VALUE "Y".
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "DDREQ01".
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
                               VALUE "口座振替依頼一覧表".
            03   FILLER                       PIC X(012)
                                 VALUE "引落日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD02-KOMOKU.
            03   FILLER                       PIC X(030)
                               VALUE "顧客".
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(012)
                                 VALUE "請求年月".
            03   FILLER                       PIC X(012)
                                 VALUE "引落先".
            03   FILLER                       PIC X(018)
                                 VALUE "引落口座".
            03   FILLER                       PIC X(012)
                                 VALUE "引落金額".
            03   FILLER                       PIC X(006) VALUE SPACE.
            03   FILLER                       PIC X(006)
                                 VALUE "区分".
       *>
       01   HD03-MEISAI.
            03   HD03-KOKYAKU-BANGOU          PIC 9(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-KOKYAKU-MEI             PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SEIKYU-NENGETU          PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HIKIOTOSHI-SAKI         PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-GINKO-CODE              PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD03-SHITEN-CODE             PIC 9(003).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD03-YOKIN-SHUMOKU           PIC 9(001).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD03-KOZA-BANGOU             PIC 9(007).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HIKIOTOSHI-GAKU         PIC Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KUBUN                   PIC X(012).
       *>
       01   HD04-GOKEI.
            03   FILLER                       PIC X(021)
                                 VALUE "振替依頼件数：".
            03   HD04-KENSU                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　依頼金額：".
            03   HD04-KINGAKU                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "DDREQ01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "振替依頼件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "依頼例外件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "依頼済対象外件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(041)
                  VALUE "STM01-SEIKYU-FILE入出力異常 STATUS=".
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
           MOVE   ZERO       TO   WRK-IRAI-ZUMI-COUNT.
           MOVE   ZERO       TO   WRK-IRAI-KEI.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  引落日・委託者情報の取得（共通実行パラメータ）
           PERFORM   PARM-GET-PROC.
       *>
       *>  口座振替履歴の一括読み込み
           PERFORM   RIREKI-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    STM01-SEIKYU-FILE
                           KMS01-KOKYAKU-MASTER
                  OUTPUT   ZFR01-FURIKAE-FILE
                           PRT01-IRAI-LIST.
       *>
       *>  預金口座振替依頼ファイルのヘッダーレコードの書き出し
           MOVE   SPACE                    TO   ZFR01-HEADER-RECODE.
           MOVE   "1"                      TO   ZFR01-H-DATA-KUBUN.
           MOVE   "91"                     TO   ZFR01-H-SHUBETSU-CODE.
           MOVE   "0"                      TO   ZFR01-H-CODE-KUBUN.
           MOVE   WRK-ITAKU-CODE           TO   ZFR01-H-ITAKU-CODE.
           MOVE   WRK-ITAKU-MEI            TO   ZFR01-H-ITAKU-MEI.
           MOVE   WRK-HIKIOTOSHI-BI(5:4)   TO   ZFR01-H-HIKIOTOSHI-BI.
           MOVE   WRK-IRAI-GINKO-CODE      TO   ZFR01-H-GINKO-CODE.
           MOVE   WRK-IRAI-SHITEN-CODE     TO   ZFR01-H-SHITEN-CODE.
           MOVE   WRK-IRAI-YOKIN-SHUMOKU   TO   ZFR01-H-YOKIN-SHUMOKU.
           MOVE   WRK-IRAI-KOZA-BANGOU     TO   ZFR01-H-KOZA-BANGOU.
           WRITE  ZFR01-HEADER-RECODE.
       *>
       *>  口座振替依頼一覧表の見出しの印刷
           MOVE   WRK-HIKIOTOSHI-NEN    TO   HD01-NEN.
           MOVE   WRK-HIKIOTOSHI-GETU   TO   HD01-GETU.
           MOVE   WRK-HIKIOTOSHI-HI     TO   HD01-HI.
           MOVE   SPACE                 TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
           MOVE   SPACE                 TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-KOMOKU.
       *>
       *>請求サマリファイルの読み込み
           PERFORM   SEIKYU-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>引落日・委託者情報の取得（共通実行パラメータ）
       *>----------------------------------------------------------------------------
       PARM-GET-PROC                      SECTION.
       *>
       *>  引落日（未設定時は実行日）
           MOVE   WRK-RUN-DATE    TO   WRK-HIKIOTOSHI-BI.
           MOVE   "HIKIOTOSHI"    TO   WRK-PRM-PARM-MEI.
           PERFORM   PARM-CALL-PROC.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:8)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:8)   TO   WRK-HIKIOTOSHI-BI
           END-IF.
       *>
       *>  委託者コード（口座振替の委託者として銀行と契約した番号）
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
       *>  取引銀行番号・支店番号・預金種目・口座番号（当社の入金口座）
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
       *>共通実行パラメータの取得（PRMGET01呼び出し・実行日基準）
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
       *>  預金口座振替依頼ファイルのトレーラー・エンドレコードの書き出し
       *>  （振替済・振替不能の件数・金額は銀行が結果ファイルへ記録する）
           MOVE   SPACE                  TO   ZFR01-TRAILER-RECODE.
           MOVE   "8"                    TO   ZFR01-T-DATA-KUBUN.
           MOVE   WRK-OUT-COUNT          TO   ZFR01-T-GOKEI-KENSU.
           MOVE   WRK-IRAI-KEI           TO   ZFR01-T-GOKEI-KINGAKU.
           MOVE   ZERO                   TO   ZFR01-T-FURIKAE-KENSU.
           MOVE   ZERO                   TO   ZFR01-T-FURIKAE-KINGAKU.
           MOVE   ZERO                   TO   ZFR01-T-FUNO-KENSU.
           MOVE   ZERO                   TO   ZFR01-T-FUNO-KINGAKU.
           WRITE  ZFR01-TRAILER-RECODE.
       *>
           MOVE   SPACE                  TO   ZFR01-END-RECODE.
           MOVE   "9"                    TO   ZFR01-E-DATA-KUBUN.
           WRITE  ZFR01-END-RECODE.
       *>
       *>  口座振替依頼一覧表の合計の印刷
           MOVE   WRK-OUT-COUNT          TO   HD04-KENSU.
           MOVE   WRK-IRAI-KEI           TO   HD04-KINGAKU.
           MOVE   SPACE                  TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD04-GOKEI.
       *>
       *>  口座振替履歴の書き戻し
           PERFORM   RIREKI-SAVE-PROC.
       *>
       *>ファイルのクローズ
           CLOSE   STM01-SEIKYU-FILE
                   KMS01-KOKYAKU-MASTER
                   ZFR01-FURIKAE-FILE
                   PRT01-IRAI-LIST.
       *>
       *>依頼件数・例外件数の表示
           MOVE   WRK-OUT-COUNT         TO   MSG2-COUNT.
           MOVE   WRK-ERROR-COUNT       TO   MSG3-COUNT.
           MOVE   WRK-IRAI-ZUMI-COUNT   TO   MSG4-COUNT.
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
                                          WRK-OUT-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（請求１件ごとに引落口座を確認して振替を依頼する）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  請求額がゼロ以下（返品超過等）の請求は引き落とさない
           IF   STM01-SEIKYU-GAKU   NOT >   ZERO   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  依頼済の請求は再度依頼しない（振替結果の反映前後を問わない）
           PERFORM   RIREKI-SANSHO-PROC.
           IF   WRK-RIREKI-MITUKE   THEN
                ADD   1   TO   WRK-IRAI-ZUMI-COUNT
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  請求の顧客の読み込み（顧客名・請求先の取得）
           MOVE   STM01-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
           PERFORM   KOKYAKU-MASTER-KEY-READ-PROC.
       *>
           IF   NOT   WRK-KOKYAKU-MITUKE   THEN
                MOVE   SPACE                  TO   WRK-KOKYAKU-MEI
                MOVE   ZERO                   TO   WRK-HIKIOTOSHI-SAKI
                MOVE   "MASTER-NASHI"         TO   HD03-KUBUN
                PERFORM   REIGAI-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           MOVE   KMS01-KOKYAKU-MEI      TO   WRK-KOKYAKU-MEI.
           MOVE   STM01-KOKYAKU-BANGOU   TO   WRK-HIKIOTOSHI-SAKI.
       *>
       *>  本部一括請求の店舗は請求先（本部）の口座から引き落とす
           IF   KMS01-SEIKYU-SAKI   NOT =   ZERO   THEN
                MOVE   KMS01-SEIKYU-SAKI   TO   WRK-HIKIOTOSHI-SAKI
                MOVE   KMS01-SEIKYU-SAKI   TO   KMS01-KOKYAKU-BANGOU
                PERFORM   KOKYAKU-MASTER-KEY-READ-PROC
                IF   NOT   WRK-KOKYAKU-MITUKE   THEN
                     MOVE   "SEIKYU-NASHI"    TO   HD03-KUBUN
                     PERFORM   REIGAI-LINE-WRITE-PROC
                     GO   TO   MAIN-PROC-READ
                END-IF
           END-IF.
       *>
       *>  引落口座の未登録な顧客は口座振替の対象外（振込等で入金される）
           IF   KMS01-GINKO-CODE   =   ZERO   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  振替依頼の書き出しと依頼済の記録
           PERFORM   FURIKAE-IRAI-WRITE-PROC.
           PERFORM   RIREKI-TSUIKA-PROC.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   SEIKYU-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタファイルのキー検索（顧客番号は呼び出し元で設定する）
       *>----------------------------------------------------------------------------
       KOKYAKU-MASTER-KEY-READ-PROC       SECTION.
       *>
           MOVE   SPACE   TO   WRK-KOKYAKU-MITUKE-SW.
       *>
           READ KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     CONTINUE
       *>
               NOT   INVALID   KEY
                     MOVE   "Y"   TO   WRK-KOKYAKU-MITUKE-SW
       *>
           END-READ.
       *>
       KOKYAKU-MASTER-KEY-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>預金口座振替依頼データの書き出しと依頼一覧表の印刷（１件分）
       *>----------------------------------------------------------------------------
       FURIKAE-IRAI-WRITE-PROC            SECTION.
       *>
           MOVE   SPACE                  TO   ZFR01-DATA-RECODE.
           MOVE   "2"                    TO   ZFR01-D-DATA-KUBUN.
           MOVE   KMS01-GINKO-CODE       TO   ZFR01-D-GINKO-CODE.
           MOVE   KMS01-SHITEN-CODE      TO   ZFR01-D-SHITEN-CODE.
           MOVE   KMS01-YOKIN-SHUMOKU    TO   ZFR01-D-YOKIN-SHUMOKU.
           MOVE   KMS01-KOZA-BANGOU      TO   ZFR01-D-KOZA-BANGOU.
           MOVE   KMS01-KOZA-MEIGI       TO   ZFR01-D-YOKINSHA-MEI.
           MOVE   STM01-SEIKYU-GAKU      TO   ZFR01-D-HIKIOTOSHI-GAKU.
           MOVE   "0"                    TO   ZFR01-D-SHINKI-CODE.
           MOVE   STM01-KOKYAKU-BANGOU   TO   ZFR01-D-KOKYAKU-BANGOU.
           MOVE   STM01-SEIKYU-NENGETU   TO   ZFR01-D-SEIKYU-NENGETU.
           MOVE   "0"                    TO   ZFR01-D-KEKKA-CODE.
           WRITE  ZFR01-DATA-RECODE.
       *>
           ADD    1                      TO   WRK-OUT-COUNT.
           ADD    STM01-SEIKYU-GAKU      TO   WRK-IRAI-KEI.
       *>
           MOVE   STM01-KOKYAKU-BANGOU   TO   HD03-KOKYAKU-BANGOU.
           MOVE   WRK-KOKYAKU-MEI        TO   HD03-KOKYAKU-MEI.
           MOVE   STM01-SEIKYU-NENGETU   TO   HD03-SEIKYU-NENGETU.
           MOVE   WRK-HIKIOTOSHI-SAKI    TO   HD03-HIKIOTOSHI-SAKI.
           MOVE   KMS01-GINKO-CODE       TO   HD03-GINKO-CODE.
           MOVE   KMS01-SHITEN-CODE      TO   HD03-SHITEN-CODE.
           MOVE   KMS01-YOKIN-SHUMOKU    TO   HD03-YOKIN-SHUMOKU.
           MOVE   KMS01-KOZA-BANGOU      TO   HD03-KOZA-BANGOU.
           MOVE   STM01-SEIKYU-GAKU      TO   HD03-HIKIOTOSHI-GAKU.
           MOVE   SPACE                  TO   HD03-KUBUN.
           MOVE   SPACE                  TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-MEISAI.
       *>
       FURIKAE-IRAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>依頼例外行の印刷処理（顧客マスタ該当なし等。依頼は行わない）
       *>----------------------------------------------------------------------------
       REIGAI-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   STM01-KOKYAKU-BANGOU   TO   HD03-KOKYAKU-BANGOU.
           MOVE   WRK-KOKYAKU-MEI        TO   HD03-KOKYAKU-MEI.
           MOVE   STM01-SEIKYU-NENGETU   TO   HD03-SEIKYU-NENGETU.
           MOVE   WRK-HIKIOTOSHI-SAKI    TO   HD03-HIKIOTOSHI-SAKI.
           MOVE   ZERO                   TO   HD03-GINKO-CODE.
           MOVE   ZERO                   TO   HD03-SHITEN-CODE.
           MOVE   ZERO                   TO   HD03-YOKIN-SHUMOKU.
           MOVE   ZERO                   TO   HD03-KOZA-BANGOU.
           MOVE   STM01-SEIKYU-GAKU      TO   HD03-HIKIOTOSHI-GAKU.
           MOVE   SPACE                  TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-MEISAI.
       *>
           ADD    1                      TO   WRK-ERROR-COUNT.
       *>
       REIGAI-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>口座振替履歴の検索（顧客番号＋請求年月で依頼済の請求を線形検索する）
       *>----------------------------------------------------------------------------
       RIREKI-SANSHO-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-RIREKI-MITUKE-SW.
       *>
           PERFORM   RIREKI-TBL-CHECK-PROC
                    VARYING   WRK-RIREKI-IDX   FROM   1   BY   1
                    UNTIL   WRK-RIREKI-IDX   >   WRK-RIREKI-CNT
                    OR      WRK-RIREKI-MITUKE.
       *>
       RIREKI-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>口座振替履歴テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       RIREKI-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-RRK-KOKYAKU-BANGOU(WRK-RIREKI-IDX)
                                   =   STM01-KOKYAKU-BANGOU
           AND  WRK-RRK-SEIKYU-NENGETU(WRK-RIREKI-IDX)
                                   =   STM01-SEIKYU-NENGETU   THEN
                MOVE   "Y"   TO   WRK-RIREKI-MITUKE-SW
           END-IF.
       *>
       RIREKI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>口座振替履歴への依頼済の追加（テーブルへ追加し終了時に書き戻す）
       *>----------------------------------------------------------------------------
       RIREKI-TSUIKA-PROC                 SECTION.
       *>
           IF   WRK-RIREKI-CNT   NOT <   CST-MAX-RIREKI-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
       *>
           ADD    1                      TO   WRK-RIREKI-CNT.
           MOVE   STM01-KOKYAKU-BANGOU   TO
                  WRK-RRK-KOKYAKU-BANGOU(WRK-RIREKI-CNT).
           MOVE   STM01-SEIKYU-NENGETU   TO
                  WRK-RRK-SEIKYU-NENGETU(WRK-RIREKI-CNT).
           MOVE   WRK-HIKIOTOSHI-SAKI    TO
                  WRK-RRK-HIKIOTOSHI-SAKI(WRK-RIREKI-CNT).
           MOVE   STM01-SEIKYU-GAKU      TO
                  WRK-RRK-HIKIOTOSHI-GAKU(WRK-RIREKI-CNT).
           MOVE   WRK-RUN-DATE           TO
                  WRK-RRK-IRAI-BI(WRK-RIREKI-CNT).
           MOVE   WRK-HIKIOTOSHI-BI      TO
                  WRK-RRK-HIKIOTOSHI-BI(WRK-RIREKI-CNT).
           MOVE   "R"                    TO
                  WRK-RRK-JOKYO(WRK-RIREKI-CNT).
           MOVE   SPACE                  TO
                  WRK-RRK-KEKKA-CODE(WRK-RIREKI-CNT).
           MOVE   ZERO                   TO
                  WRK-RRK-KEKKA-BI(WRK-RIREKI-CNT).
       *>
       RIREKI-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>口座振替履歴ファイルの一括読み込み（初回実行時は無くてもよい）
       *>----------------------------------------------------------------------------
       RIREKI-LOAD-PROC                   SECTION.
       *>
           MOVE   ZERO    TO   WRK-RIREKI-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   DDH01-FURIKAE-RIREKI.
       *>
           IF   DDH-FILE-STATUS   =   "00"   THEN
                PERFORM   RIREKI-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   DDH01-FURIKAE-RIREKI
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       RIREKI-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>口座振替履歴ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       RIREKI-READ-PROC                   SECTION.
       *>
           READ DDH01-FURIKAE-RIREKI
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-RIREKI-CNT  <  CST-MAX-RIREKI-KENSU  THEN
                          ADD   1   TO   WRK-RIREKI-CNT
                          MOVE   DDH01-KOKYAKU-BANGOU    TO
                              WRK-RRK-KOKYAKU-BANGOU(WRK-RIREKI-CNT)
                          MOVE   DDH01-SEIKYU-NENGETU    TO
                              WRK-RRK-SEIKYU-NENGETU(WRK-RIREKI-CNT)
                          MOVE   DDH01-HIKIOTOSHI-SAKI   TO
                              WRK-RRK-HIKIOTOSHI-SAKI(WRK-RIREKI-CNT)
                          MOVE   DDH01-HIKIOTOSHI-GAKU   TO
                              WRK-RRK-HIKIOTOSHI-GAKU(WRK-RIREKI-CNT)
                          MOVE   DDH01-IRAI-BI           TO
                              WRK-RRK-IRAI-BI(WRK-RIREKI-CNT)
                          MOVE   DDH01-HIKIOTOSHI-BI     TO
                              WRK-RRK-HIKIOTOSHI-BI(WRK-RIREKI-CNT)
                          MOVE   DDH01-JOKYO-KUBUN       TO
                              WRK-RRK-JOKYO(WRK-RIREKI-CNT)
                          MOVE   DDH01-KEKKA-CODE        TO
                              WRK-RRK-KEKKA-CODE(WRK-RIREKI-CNT)
                          MOVE   DDH01-KEKKA-BI          TO
                              WRK-RRK-KEKKA-BI(WRK-RIREKI-CNT)
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
           END-READ.
       *>
       RIREKI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>口座振替履歴ファイルの書き戻し
       *>----------------------------------------------------------------------------
       RIREKI-SAVE-PROC                   SECTION.
       *>
           OPEN   OUTPUT   DDH01-FURIKAE-RIREKI.
       *>
           PERFORM   RIREKI-WRITE-PROC
                    VARYING   WRK-RIREKI-IDX   FROM   1   BY   1
                    UNTIL   WRK-RIREKI-IDX   >   WRK-RIREKI-CNT.
       *>
           CLOSE   DDH01-FURIKAE-RIREKI.
       *>
       RIREKI-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>口座振替履歴ファイルの書き込み（１件分）
       *>----------------------------------------------------------------------------
       RIREKI-WRITE-PROC                  SECTION.
       *>
           MOVE   WRK-RRK-KOKYAKU-BANGOU(WRK-RIREKI-IDX)    TO
                  DDH01-KOKYAKU-BANGOU.
           MOVE   WRK-RRK-SEIKYU-NENGETU(WRK-RIREKI-IDX)    TO
                  DDH01-SEIKYU-NENGETU.
           MOVE   WRK-RRK-HIKIOTOSHI-SAKI(WRK-RIREKI-IDX)   TO
                  DDH01-HIKIOTOSHI-SAKI.
           MOVE   WRK-RRK-HIKIOTOSHI-GAKU(WRK-RIREKI-IDX)   TO
                  DDH01-HIKIOTOSHI-GAKU.
           MOVE   WRK-RRK-IRAI-BI(WRK-RIREKI-IDX)           TO
                  DDH01-IRAI-BI.
           MOVE   WRK-RRK-HIKIOTOSHI-BI(WRK-RIREKI-IDX)     TO
                  DDH01-HIKIOTOSHI-BI.
           MOVE   WRK-RRK-JOKYO(WRK-RIREKI-IDX)             TO
                  DDH01-JOKYO-KUBUN.
           MOVE   WRK-RRK-KEKKA-CODE(WRK-RIREKI-IDX)        TO
                  DDH01-KEKKA-CODE.
           MOVE   WRK-RRK-KEKKA-BI(WRK-RIREKI-IDX)          TO
                  DDH01-KEKKA-BI.
       *>
           WRITE   DDH01-RECODE.
       *>
       RIREKI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]請求サマリファイルの読み込み
       *>----------------------------------------------------------------------------
       SEIKYU-FILE-READ-PROC              SECTION.
       *>
           READ   STM01-SEIKYU-FILE
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
       SEIKYU-FILE-READ-PROC-EXIT.
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
