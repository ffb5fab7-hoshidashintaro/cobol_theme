       *>----------------------------------------------------------------------------
       *>口座振替結果処理
       *>  銀行から返却された預金口座振替結果ファイル（ZFK01・全銀協規定、
       *>  DDREQ01の依頼ファイルに振替結果コードを記録したもの）を読み、
       *>  振替済（結果コード"0"）の請求は銀行入金ファイル（DEP01）へ請求の
       *>  顧客番号で入金として追加し（消込はCASHAPP01が行う）、口座振替
       *>  履歴ファイル（DDH01）の状況を振替済（"S"）とする。
       *>  振替不能の請求は理由とともに振替不能一覧表へ印刷し、履歴の状況を
       *>  振替不能（"F"）とする（再依頼は自動では行わず、督促等で回収する）。
       *>  履歴に該当の無い振替結果も振替済であれば入金として追加し、
       *>  一覧表へ"RIREKI-NASHI"として印刷する。
       *>  入金日は結果ファイルの引落日（月日）とし、年は実行日の年
       *>  （引落月日が実行日の月日より後の場合は前年）とする。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        DDRES01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]預金口座振替結果ファイル（銀行からの返却分）
       *>----------------------------------------------------------------------------
       SELECT    ZFK01-KEKKA-FILE     ASSIGN       TO   "ZFK01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]口座振替履歴ファイル（DDREQ01が依頼済を記録する）
       *>----------------------------------------------------------------------------
       SELECT    DDH01-FURIKAE-RIREKI ASSIGN       TO   "DDH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS DDH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]銀行入金ファイル（追記・CASHAPP01の入力）
       *>----------------------------------------------------------------------------
       SELECT    DEP01-NYUKIN-FILE    ASSIGN       TO   "DEP01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS DEP-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]口座振替不能一覧表
       *>----------------------------------------------------------------------------
       SELECT    PRT01-FUNO-LIST      ASSIGN       TO   "PRT64.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]預金口座振替結果ファイルのレイアウト定義（DDREQ01の依頼と同一）
       *>  （ヘッダー"1"・データ"2"・トレーラー"8"・エンド"9"の４種）
       *>----------------------------------------------------------------------------
       FD   ZFK01-KEKKA-FILE.
       01   ZFK01-HEADER-RECODE.
            03   ZFK01-H-DATA-KUBUN           PIC X(001).
            03   ZFK01-H-SHUBETSU-CODE        PIC X(002).
            03   ZFK01-H-CODE-KUBUN           PIC X(001).
            03   ZFK01-H-ITAKU-CODE           PIC 9(010).
            03   ZFK01-H-ITAKU-MEI            PIC X(040).
            03   ZFK01-H-HIKIOTOSHI-BI        PIC 9(004).
            03   ZFK01-H-GINKO-CODE           PIC 9(004).
            03   ZFK01-H-GINKO-MEI            PIC X(015).
            03   ZFK01-H-SHITEN-CODE          PIC 9(003).
            03   ZFK01-H-SHITEN-MEI           PIC X(015).
            03   ZFK01-H-YOKIN-SHUMOKU        PIC 9(001).
            03   ZFK01-H-KOZA-BANGOU          PIC 9(007).
            03   FILLER                       PIC X(017).
       01   ZFK01-DATA-RECODE.
            03   ZFK01-D-DATA-KUBUN           PIC X(001).
            03   ZFK01-D-GINKO-CODE           PIC 9(004).
            03   ZFK01-D-GINKO-MEI            PIC X(015).
            03   ZFK01-D-SHITEN-CODE          PIC 9(003).
            03   ZFK01-D-SHITEN-MEI           PIC X(015).
            03   FILLER                       PIC X(004).
            03   ZFK01-D-YOKIN-SHUMOKU        PIC 9(001).
            03   ZFK01-D-KOZA-BANGOU          PIC 9(007).
            03   ZFK01-D-YOKINSHA-MEI         PIC X(030).
            03   ZFK01-D-HIKIOTOSHI-GAKU      PIC 9(010).
            03   ZFK01-D-SHINKI-CODE          PIC X(001).
            03   ZFK01-D-KOKYAKU-CODE.
                 05   ZFK01-D-KOKYAKU-BANGOU  PIC 9(006).
                 05   ZFK01-D-SEIKYU-NENGETU  PIC 9(006).
                 05   FILLER                  PIC X(008).
            03   ZFK01-D-KEKKA-CODE           PIC X(001).
            03   FILLER                       PIC X(008).
       *>----------------------------------------------------------------------------
       *>[入出力]口座振替履歴ファイルのレイアウト定義（DDREQ01と同一）
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
       *>[出力]銀行入金ファイルのレイアウト定義（CASHAPP01と同一）
       *>----------------------------------------------------------------------------
       FD   DEP01-NYUKIN-FILE.
       01   DEP01-RECODE.
            03   DEP01-NYUKIN-BI              PIC 9(008).
            03   DEP01-KOKYAKU-BANGOU         PIC 9(006).
            03   DEP01-NYUKIN-GAKU            PIC 9(009).
       *>   --外貨入金の入金通貨と外貨入金額（円入金は空白・ゼロ。
       *>     円の入金額は銀行の円換算後の着金額）--
            03   DEP01-TSUKA-CODE             PIC X(003).
            03   DEP01-GAIKA-GAKU             PIC 9(009)V99.
       *>----------------------------------------------------------------------------
       *>[出力]口座振替不能一覧表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-FUNO-LIST.
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
            *>--振替結果読み込み件数・入金追加件数・振替不能件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--入金追加金額の合計--
            03   WRK-NYUKIN-KEI               PIC 9(012).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   DDH-FILE-STATUS                   PIC XX.
       01   DEP-FILE-STATUS                   PIC XX.
       *>
       *>--引落日（ヘッダーの月日に年を補って求める）--
       01   WRK-HIKIOTOSHI-BI                 PIC 9(008).
       01   WRK-HIKIOTOSHI-BI-H   REDEFINES   WRK-HIKIOTOSHI-BI.
            03   WRK-HIKIOTOSHI-NEN           PIC 9(004).
            03   WRK-HIKIOTOSHI-GAPPI         PIC 9(004).
       *>
       *>--振替不能理由の表記--
       01   WRK-FUNO-RIYU                     PIC X(030).
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
       01   WRK-RIREKI-HIT                    PIC 9(004).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "DDRES01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GAPPI                PIC 9(004).
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(030)
                               VALUE "口座振替不能一覧表".
            03   FILLER                       PIC X(012)
                                 VALUE "引落日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD02-KOMOKU.
            03   FILLER                       PIC X(012)
                                 VALUE "顧客".
            03   FILLER                       PIC X(012)
                                 VALUE "請求年月".
            03   FILLER                       PIC X(018)
                                 VALUE "引落口座".
            03   FILLER                       PIC X(012)
                                 VALUE "引落金額".
            03   FILLER                       PIC X(006) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "結果・理由".
       *>
       01   HD03-MEISAI.
            03   HD03-KOKYAKU-BANGOU          PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SEIKYU-NENGETU          PIC 9(006).
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
            03   HD03-KEKKA-CODE              PIC X(001).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-RIYU                    PIC X(030).
       *>
       01   HD04-GOKEI.
            03   FILLER                       PIC X(021)
                                 VALUE "振替済件数：".
            03   HD04-KENSU                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　入金金額：".
            03   HD04-KINGAKU                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                                 VALUE "　振替不能件数：".
            03   HD04-FUNO-KENSU              PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "DDRES01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "入金追加件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "振替不能件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                  VALUE "ZFK01-KEKKA-FILE入出力異常 STATUS=".
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
           MOVE   ZERO       TO   WRK-NYUKIN-KEI.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得（ヘッダーが無い場合の引落日は実行日）
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
           MOVE     WRK-RUN-DATE   TO     WRK-HIKIOTOSHI-BI.
       *>
       *>  口座振替履歴の一括読み込み
           PERFORM   RIREKI-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    ZFK01-KEKKA-FILE
                  OUTPUT   PRT01-FUNO-LIST.
       *>
       *>  銀行入金ファイルは追記モードでオープンする（当日の銀行入金に
       *>  振替入金を加えるため。ファイルが無い場合は新規作成）
           OPEN   EXTEND   DEP01-NYUKIN-FILE.
           IF   DEP-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   DEP01-NYUKIN-FILE
           END-IF.
       *>
       *>振替結果ファイルの読み込み（ヘッダーで引落日を確定して見出しを印刷）
           PERFORM   KEKKA-FILE-READ-PROC.
       *>
           IF   WRK-AT-END   NOT =   CST-END
           AND  ZFK01-H-DATA-KUBUN   =   "1"   THEN
                PERFORM   HIKIOTOSHI-BI-SET-PROC
                PERFORM   KEKKA-FILE-READ-PROC
           END-IF.
       *>
           MOVE   WRK-HIKIOTOSHI-NEN        TO   HD01-NEN.
           MOVE   WRK-HIKIOTOSHI-BI(5:2)    TO   HD01-GETU.
           MOVE   WRK-HIKIOTOSHI-BI(7:2)    TO   HD01-HI.
           MOVE   SPACE                     TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
           MOVE   SPACE                     TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-KOMOKU.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>引落日の確定（ヘッダーの月日に実行日の年を補う。引落月日が
       *>  実行日の月日より後の場合は年をまたいだ前年の引落とする）
       *>----------------------------------------------------------------------------
       HIKIOTOSHI-BI-SET-PROC             SECTION.
       *>
           MOVE   WRK-RUN-NEN             TO   WRK-HIKIOTOSHI-NEN.
           MOVE   ZFK01-H-HIKIOTOSHI-BI   TO   WRK-HIKIOTOSHI-GAPPI.
       *>
           IF   WRK-HIKIOTOSHI-GAPPI   >   WRK-RUN-GAPPI   THEN
                SUBTRACT   1   FROM   WRK-HIKIOTOSHI-NEN
           END-IF.
       *>
       HIKIOTOSHI-BI-SET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  口座振替不能一覧表の合計の印刷
           MOVE   WRK-OUT-COUNT          TO   HD04-KENSU.
           MOVE   WRK-NYUKIN-KEI         TO   HD04-KINGAKU.
           MOVE   WRK-ERROR-COUNT        TO   HD04-FUNO-KENSU.
           MOVE   SPACE                  TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD04-GOKEI.
       *>
       *>  口座振替履歴の書き戻し
           PERFORM   RIREKI-SAVE-PROC.
       *>
       *>ファイルのクローズ
           CLOSE   ZFK01-KEKKA-FILE
                   DEP01-NYUKIN-FILE
                   PRT01-FUNO-LIST.
       *>
       *>入金追加件数・振替不能件数の表示
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
       *>主処理（振替結果１件ごとに入金の追加・履歴の更新を行う）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
       *>  データレコード以外（トレーラー・エンド）は読み飛ばす
           IF   ZFK01-D-DATA-KUBUN   NOT =   "2"   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  口座振替履歴の検索（依頼した請求の特定）
           PERFORM   RIREKI-SANSHO-PROC.
       *>
           IF   ZFK01-D-KEKKA-CODE   =   "0"   THEN
                PERFORM   NYUKIN-TSUIKA-PROC
                IF   WRK-RIREKI-HIT   =   ZERO   THEN
                     MOVE   "RIREKI-NASHI"   TO   WRK-FUNO-RIYU
                     PERFORM   FUNO-LINE-WRITE-PROC
                ELSE
                     MOVE   "S"   TO   WRK-RRK-JOKYO(WRK-RIREKI-HIT)
                END-IF
           ELSE
                PERFORM   FUNO-RIYU-SET-PROC
                PERFORM   FUNO-LINE-WRITE-PROC
                ADD   1   TO   WRK-ERROR-COUNT
                IF   WRK-RIREKI-HIT   NOT =   ZERO   THEN
                     MOVE   "F"   TO   WRK-RRK-JOKYO(WRK-RIREKI-HIT)
                END-IF
           END-IF.
       *>
       *>  振替結果コード・結果反映日の記録
           IF   WRK-RIREKI-HIT   NOT =   ZERO   THEN
                MOVE   ZFK01-D-KEKKA-CODE   TO
                       WRK-RRK-KEKKA-CODE(WRK-RIREKI-HIT)
                MOVE   WRK-RUN-DATE         TO
                       WRK-RRK-KEKKA-BI(WRK-RIREKI-HIT)
           END-IF.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   KEKKA-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>銀行入金ファイルへの振替入金の追加（１件分）
       *>----------------------------------------------------------------------------
       NYUKIN-TSUIKA-PROC                 SECTION.
       *>
           MOVE   WRK-HIKIOTOSHI-BI         TO   DEP01-NYUKIN-BI.
           MOVE   ZFK01-D-KOKYAKU-BANGOU    TO   DEP01-KOKYAKU-BANGOU.
           MOVE   ZFK01-D-HIKIOTOSHI-GAKU   TO   DEP01-NYUKIN-GAKU.
           MOVE   SPACE                     TO   DEP01-TSUKA-CODE.
           MOVE   ZERO                      TO   DEP01-GAIKA-GAKU.
           WRITE  DEP01-RECODE.
       *>
           ADD    1                         TO   WRK-OUT-COUNT.
           ADD    ZFK01-D-HIKIOTOSHI-GAKU   TO   WRK-NYUKIN-KEI.
       *>
       NYUKIN-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>振替不能理由の設定（全銀協規定の振替結果コード）
       *>----------------------------------------------------------------------------
       FUNO-RIYU-SET-PROC                 SECTION.
       *>
           EVALUATE   ZFK01-D-KEKKA-CODE
               WHEN   "1"
                      MOVE   "資金不足"   TO   WRK-FUNO-RIYU
               WHEN   "2"
                      MOVE   "取引なし"   TO   WRK-FUNO-RIYU
               WHEN   "3"
                      MOVE   "預金者都合"   TO   WRK-FUNO-RIYU
               WHEN   "4"
                      MOVE   "依頼書なし"   TO   WRK-FUNO-RIYU
               WHEN   "8"
                      MOVE   "委託者都合"   TO   WRK-FUNO-RIYU
               WHEN   OTHER
                      MOVE   "その他"   TO   WRK-FUNO-RIYU
           END-EVALUATE.
       *>
       FUNO-RIYU-SET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>振替不能一覧表の明細行の印刷（１件分）
       *>----------------------------------------------------------------------------
       FUNO-LINE-WRITE-PROC               SECTION.
       *>
           MOVE   ZFK01-D-KOKYAKU-BANGOU    TO   HD03-KOKYAKU-BANGOU.
           MOVE   ZFK01-D-SEIKYU-NENGETU    TO   HD03-SEIKYU-NENGETU.
           MOVE   ZFK01-D-GINKO-CODE        TO   HD03-GINKO-CODE.
           MOVE   ZFK01-D-SHITEN-CODE       TO   HD03-SHITEN-CODE.
           MOVE   ZFK01-D-YOKIN-SHUMOKU     TO   HD03-YOKIN-SHUMOKU.
           MOVE   ZFK01-D-KOZA-BANGOU       TO   HD03-KOZA-BANGOU.
           MOVE   ZFK01-D-HIKIOTOSHI-GAKU   TO   HD03-HIKIOTOSHI-GAKU.
           MOVE   ZFK01-D-KEKKA-CODE        TO   HD03-KEKKA-CODE.
           MOVE   WRK-FUNO-RIYU             TO   HD03-RIYU.
           MOVE   SPACE                     TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-MEISAI.
       *>
       FUNO-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>口座振替履歴の検索（顧客番号＋請求年月。該当位置をHITへ設定する）
       *>----------------------------------------------------------------------------
       RIREKI-SANSHO-PROC                 SECTION.
       *>
           MOVE   ZERO   TO   WRK-RIREKI-HIT.
       *>
           PERFORM   RIREKI-TBL-CHECK-PROC
                    VARYING   WRK-RIREKI-IDX   FROM   1   BY   1
                    UNTIL   WRK-RIREKI-IDX   >   WRK-RIREKI-CNT
                    OR      WRK-RIREKI-HIT   NOT =   ZERO.
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
                                   =   ZFK01-D-KOKYAKU-BANGOU
           AND  WRK-RRK-SEIKYU-NENGETU(WRK-RIREKI-IDX)
                                   =   ZFK01-D-SEIKYU-NENGETU   THEN
                MOVE   WRK-RIREKI-IDX   TO   WRK-RIREKI-HIT
           END-IF.
       *>
       RIREKI-TBL-CHECK-PROC-EXIT.
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
       *>[入力]預金口座振替結果ファイルの読み込み
       *>----------------------------------------------------------------------------
       KEKKA-FILE-READ-PROC               SECTION.
       *>
           READ   ZFK01-KEKKA-FILE
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
       KEKKA-FILE-READ-PROC-EXIT.
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
