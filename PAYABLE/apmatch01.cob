       *>----------------------------------------------------------------------------
       *>仕入先請求書照合処理（三者照合）
       *>  仕入先からの請求書受付ファイル（SIV01）を読み、請求明細ごとに
       *>  発注残管理ファイル（POR01・POISSUE01が追記しRECEIPT01が入荷済
       *>  数量を、直送分はDSCONF01が出荷済数量を更新する）の発注明細と発注番号＋商品コードで突き合わせる。
       *>  請求数量（既に計上済みの請求数量を含む累計）が入荷済数量を
       *>  超えないこと、請求単価が発注単価と一致することを、共通実行
       *>  パラメータの許容率（SURYO-KYOYO・TANKA-KYOYO、単位％、未設定時
       *>  は０）の範囲で確認する。照合の取れた明細は買掛未払明細ファイル
       *>  （APO01）へ未払として追記し、照合の取れない明細（発注番号不明・
       *>  入荷超過請求・単価相違・二重請求）は計上せず、購買担当向けの
       *>  請求書照合例外リストへ印刷する。
       *>  発注単価の記録されていない発注明細（単価ゼロ）は単価の照合を
       *>  行わない。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        APMATCH01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]仕入先請求書受付ファイル（請求明細単位）
       *>----------------------------------------------------------------------------
       SELECT    SIV01-SEIKYU-FILE    ASSIGN       TO   "SIV01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]発注残管理ファイル（POISSUE01が追記し、RECEIPT01が更新する）
       *>----------------------------------------------------------------------------
       SELECT    POR01-HATYU-ZAN      ASSIGN       TO   "POR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS POR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]買掛未払明細ファイル（照合の取れた請求明細を追記する）
       *>----------------------------------------------------------------------------
       SELECT    APO01-KAIKAKE-MIBARAI ASSIGN      TO   "APO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS APO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]請求書照合例外リスト（購買担当向け）
       *>----------------------------------------------------------------------------
       SELECT    PRT01-SHOGO-REPORT   ASSIGN       TO   "PRT52.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]仕入先請求書受付ファイルのレイアウト定義
       *>  （請求番号は仕入先の請求書番号、支払期日は請求書記載の期日）
       *>----------------------------------------------------------------------------
       FD   SIV01-SEIKYU-FILE.
       01   SIV01-RECODE.
            03   SIV01-SEIKYU-BANGOU          PIC X(010).
            03   SIV01-SHIIRE-CODE            PIC X(004).
            03   SIV01-SEIKYU-BI              PIC 9(008).
            03   SIV01-HATYU-BANGOU           PIC 9(006).
            03   SIV01-SHOHIN-CODE            PIC X(006).
            03   SIV01-SEIKYU-SU              PIC 9(005).
            03   SIV01-SEIKYU-TANKA           PIC 9(005).
            03   SIV01-SEIKYU-GAKU            PIC S9(008).
            03   SIV01-SHIHARAI-KIJITSU       PIC 9(008).
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
       *>[入出力]買掛未払明細ファイルのレイアウト定義
       *>  （状況区分 "O"＝未払・"P"＝支払済。支払済の明細には支払日と
       *>    支払番号を記録する）
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
       *>[出力]請求書照合例外リストのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-SHOGO-REPORT.
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
            *>--請求読み込み件数・計上件数・例外件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--照合用の計算領域--
            03   WRK-SEIKYU-RUIKEI            PIC 9(007).
            03   WRK-SURYO-JOGEN              PIC 9(009).
            03   WRK-TANKA-SA                 PIC S9(006).
            03   WRK-TANKA-SA-HIKAKU          PIC 9(009).
            03   WRK-TANKA-KYOYO-GAKU         PIC 9(009).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   POR-FILE-STATUS                   PIC XX.
       01   APO-FILE-STATUS                   PIC XX.
       *>
       *>--照合の許容率（単位％、共通実行パラメータで上書きできる）--
       01   WRK-SURYO-KYOYO-RITSU             PIC 9(003) VALUE ZERO.
       01   WRK-TANKA-KYOYO-RITSU             PIC 9(003) VALUE ZERO.
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "APMATCH01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--発注残管理ファイルの一括読み込み用テーブル（参照用。請求済数量は
       *>  買掛未払明細と当回の計上分から累計する）--
       77   CST-MAX-HATYU-KENSU               PIC 9(004) VALUE 9999.
       01   WRK-HATYU-TBL.
            03   WRK-HATYU-ENT                    OCCURS 9999.
                 05   WRK-HAT-HATYU-BANGOU        PIC 9(006).
                 05   WRK-HAT-SHIIRE-CODE         PIC X(004).
                 05   WRK-HAT-SHOHIN-CODE         PIC X(006).
                 05   WRK-HAT-NYUKA-ZUMI-SU       PIC 9(005).
                 05   WRK-HAT-HATYU-TANKA         PIC 9(005).
                 05   WRK-HAT-SEIKYU-ZUMI-SU      PIC 9(007).
       01   WRK-HATYU-CNT                     PIC 9(004).
       01   WRK-HATYU-IDX                     PIC 9(004).
       01   WRK-HATYU-HIT-IDX                 PIC 9(004).
       01   WRK-HATYU-MITUKE-SW               PIC X(001).
            88   WRK-HATYU-MITUKE             VALUE "Y".
       *>
       *>--計上済み請求明細のキー退避テーブル（二重請求の検出用）--
       77   CST-MAX-KEIJO-KENSU               PIC 9(004) VALUE 9999.
       01   WRK-KEIJO-TBL.
            03   WRK-KEIJO-ENT                    OCCURS 9999.
                 05   WRK-KEI-SHIIRE-CODE         PIC X(004).
                 05   WRK-KEI-SEIKYU-BANGOU       PIC X(010).
                 05   WRK-KEI-HATYU-BANGOU        PIC 9(006).
                 05   WRK-KEI-SHOHIN-CODE         PIC X(006).
       01   WRK-KEIJO-CNT                     PIC 9(004).
       01   WRK-KEIJO-IDX                     PIC 9(004).
       01   WRK-KEIJO-MITUKE-SW               PIC X(001).
            88   WRK-KEIJO-MITUKE             VALUE "Y".
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "APMATCH01".
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
            03   FILLER                       PIC X(042)
                       VALUE "仕入先請求書照合例外リスト".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD02-REIGAI-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "請求番号：".
            03   HD02-SEIKYU-BANGOU           PIC X(010).
            03   FILLER                       PIC X(015)
                                 VALUE "　仕入先：".
            03   HD02-SHIIRE-CODE             PIC X(004).
            03   FILLER                       PIC X(012)
                                 VALUE "　発注：".
            03   HD02-HATYU-BANGOU            PIC 9(006).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD02-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(015)
                                 VALUE "　請求数：".
            03   HD02-SEIKYU-SU               PIC ZZ,ZZ9.
            03   FILLER                       PIC X(015)
                                 VALUE "　入荷済：".
            03   HD02-NYUKA-ZUMI-SU           PIC ZZ,ZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　単価：".
            03   HD02-SEIKYU-TANKA            PIC ZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD02-HATYU-TANKA             PIC ZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-REIGAI-KUBUN            PIC X(012).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "APMATCH01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "買掛計上件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "照合例外件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                  VALUE "SIV01-SEIKYU-FILE入出力異常 STATUS=".
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
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  数量の許容率の取得（共通実行パラメータ・未設定時は０％）
           MOVE   "SURYO-KYOYO"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO
                       WRK-SURYO-KYOYO-RITSU
           END-IF.
       *>
       *>  単価の許容率の取得（共通実行パラメータ・未設定時は０％）
           MOVE   "TANKA-KYOYO"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO
                       WRK-TANKA-KYOYO-RITSU
           END-IF.
       *>
       *>  発注残管理ファイルの一括読み込み
           PERFORM   HATYU-ZAN-LOAD-PROC.
       *>
       *>  計上済み買掛未払明細の読み込み（請求済数量の累計・二重請求の
       *>  検出用）
           PERFORM   MIBARAI-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    SIV01-SEIKYU-FILE
                  OUTPUT   PRT01-SHOGO-REPORT.
       *>
       *>  買掛未払明細ファイルは追記（未作成時は新規作成）
           OPEN   EXTEND   APO01-KAIKAKE-MIBARAI.
           IF   APO-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   APO01-KAIKAKE-MIBARAI
           END-IF.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
           MOVE   WRK-RUN-GETU   TO   HD01-GETU.
           MOVE   WRK-RUN-HI     TO   HD01-HI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
       *>
       *>請求書受付ファイルの読み込み
           PERFORM   SEIKYU-FILE-READ-PROC.
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
           CLOSE   SIV01-SEIKYU-FILE
                   APO01-KAIKAKE-MIBARAI
                   PRT01-SHOGO-REPORT.
       *>
       *>計上件数・例外件数の表示
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
       *>主処理（請求明細１件ごとに発注・入荷と照合する）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  計上済み請求明細との重複確認（同一仕入先・請求番号・発注明細）
           PERFORM   KEIJO-ZUMI-SANSHO-PROC.
       *>
           IF   WRK-KEIJO-MITUKE   THEN
                MOVE   "NIJU-SEIKYU"   TO   HD02-REIGAI-KUBUN
                MOVE   ZERO            TO   HD02-NYUKA-ZUMI-SU
                MOVE   ZERO            TO   HD02-HATYU-TANKA
                PERFORM   REIGAI-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  発注明細の突き合わせ（発注番号＋商品コード＋仕入先）
           PERFORM   HATYU-ZAN-SANSHO-PROC.
       *>
           IF   NOT   WRK-HATYU-MITUKE   THEN
                MOVE   "HATYU-FUMEI"   TO   HD02-REIGAI-KUBUN
                MOVE   ZERO            TO   HD02-NYUKA-ZUMI-SU
                MOVE   ZERO            TO   HD02-HATYU-TANKA
                PERFORM   REIGAI-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           MOVE   WRK-HAT-NYUKA-ZUMI-SU(WRK-HATYU-HIT-IDX)   TO
                  HD02-NYUKA-ZUMI-SU.
           MOVE   WRK-HAT-HATYU-TANKA(WRK-HATYU-HIT-IDX)     TO
                  HD02-HATYU-TANKA.
       *>
       *>  数量の照合（請求済数量との累計が入荷済数量×（１＋許容率）以内）
           COMPUTE   WRK-SEIKYU-RUIKEI   =
                     WRK-HAT-SEIKYU-ZUMI-SU(WRK-HATYU-HIT-IDX)
                     +   SIV01-SEIKYU-SU.
           COMPUTE   WRK-SURYO-JOGEN   =
                     WRK-HAT-NYUKA-ZUMI-SU(WRK-HATYU-HIT-IDX)
                     *   ( 100   +   WRK-SURYO-KYOYO-RITSU ).
       *>
           IF   WRK-SEIKYU-RUIKEI * 100   >   WRK-SURYO-JOGEN   THEN
                MOVE   "NYUKA-CHOKA"   TO   HD02-REIGAI-KUBUN
                PERFORM   REIGAI-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  単価の照合（発注単価との差が発注単価×許容率以内。発注単価の
       *>  記録されていない発注明細は照合しない）
           IF   WRK-HAT-HATYU-TANKA(WRK-HATYU-HIT-IDX)   >   ZERO   THEN
                COMPUTE   WRK-TANKA-SA   =
                          SIV01-SEIKYU-TANKA
                          -   WRK-HAT-HATYU-TANKA(WRK-HATYU-HIT-IDX)
                IF   WRK-TANKA-SA   <   ZERO   THEN
                     COMPUTE   WRK-TANKA-SA   =   0 - WRK-TANKA-SA
                END-IF
                COMPUTE   WRK-TANKA-SA-HIKAKU   =   WRK-TANKA-SA * 100
                COMPUTE   WRK-TANKA-KYOYO-GAKU   =
                          WRK-HAT-HATYU-TANKA(WRK-HATYU-HIT-IDX)
                          *   WRK-TANKA-KYOYO-RITSU
                IF   WRK-TANKA-SA-HIKAKU   >   WRK-TANKA-KYOYO-GAKU
                THEN
                     MOVE   "TANKA-SOI"     TO   HD02-REIGAI-KUBUN
                     PERFORM   REIGAI-LINE-WRITE-PROC
                     GO   TO   MAIN-PROC-READ
                END-IF
           END-IF.
       *>
       *>  照合の取れた明細を買掛未払明細へ計上する
           PERFORM   MIBARAI-WRITE-PROC.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   SEIKYU-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>買掛未払明細の書き込み（１件分、未払として計上する）
       *>----------------------------------------------------------------------------
       MIBARAI-WRITE-PROC                 SECTION.
       *>
           MOVE   SIV01-SEIKYU-BANGOU      TO   APO01-SEIKYU-BANGOU.
           MOVE   SIV01-SHIIRE-CODE        TO   APO01-SHIIRE-CODE.
           MOVE   SIV01-HATYU-BANGOU       TO   APO01-HATYU-BANGOU.
           MOVE   SIV01-SHOHIN-CODE        TO   APO01-SHOHIN-CODE.
           MOVE   SIV01-SEIKYU-SU          TO   APO01-SEIKYU-SU.
           MOVE   SIV01-SEIKYU-TANKA       TO   APO01-SEIKYU-TANKA.
           MOVE   SIV01-SEIKYU-GAKU        TO   APO01-SEIKYU-GAKU.
           MOVE   SIV01-SEIKYU-BI          TO   APO01-SEIKYU-BI.
           MOVE   SIV01-SHIHARAI-KIJITSU   TO   APO01-SHIHARAI-KIJITSU.
           MOVE   "O"                      TO   APO01-JOKYO-KUBUN.
           MOVE   ZERO                     TO   APO01-SHIHARAI-BI.
           MOVE   ZERO                     TO   APO01-SHIHARAI-BANGOU.
       *>
           WRITE   APO01-RECODE.
       *>
           ADD   1   TO   WRK-OUT-COUNT.
       *>
       *>  当回計上分を請求済数量へ累計し、二重請求の検出対象へ加える
           ADD   SIV01-SEIKYU-SU   TO
                 WRK-HAT-SEIKYU-ZUMI-SU(WRK-HATYU-HIT-IDX).
       *>
           PERFORM   KEIJO-KEY-TSUIKA-PROC.
       *>
       MIBARAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求書照合例外リスト行の編集・印刷処理（１件分）
       *>----------------------------------------------------------------------------
       REIGAI-LINE-WRITE-PROC             SECTION.
       *>
           MOVE   SIV01-SEIKYU-BANGOU   TO   HD02-SEIKYU-BANGOU.
           MOVE   SIV01-SHIIRE-CODE     TO   HD02-SHIIRE-CODE.
           MOVE   SIV01-HATYU-BANGOU    TO   HD02-HATYU-BANGOU.
           MOVE   SIV01-SHOHIN-CODE     TO   HD02-SHOHIN-CODE.
           MOVE   SIV01-SEIKYU-SU       TO   HD02-SEIKYU-SU.
           MOVE   SIV01-SEIKYU-TANKA    TO   HD02-SEIKYU-TANKA.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-REIGAI-LINE.
       *>
           ADD    1              TO   WRK-ERROR-COUNT.
       *>
       REIGAI-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注明細の突き合わせ（発注番号＋商品コード＋仕入先で線形検索する）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-SANSHO-PROC              SECTION.
       *>
           MOVE   SPACE   TO   WRK-HATYU-MITUKE-SW.
           MOVE   ZERO    TO   WRK-HATYU-IDX.
       *>
           PERFORM   HATYU-ZAN-TBL-CHECK-PROC
                    VARYING   WRK-HATYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HATYU-IDX   >   WRK-HATYU-CNT
                    OR      WRK-HATYU-MITUKE.
       *>
       HATYU-ZAN-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       HATYU-ZAN-TBL-CHECK-PROC           SECTION.
       *>
           IF   WRK-HAT-HATYU-BANGOU(WRK-HATYU-IDX)
                                   =   SIV01-HATYU-BANGOU
           AND  WRK-HAT-SHOHIN-CODE(WRK-HATYU-IDX)
                                   =   SIV01-SHOHIN-CODE
           AND  WRK-HAT-SHIIRE-CODE(WRK-HATYU-IDX)
                                   =   SIV01-SHIIRE-CODE   THEN
                MOVE   "Y"             TO   WRK-HATYU-MITUKE-SW
                MOVE   WRK-HATYU-IDX   TO   WRK-HATYU-HIT-IDX
           END-IF.
       *>
       HATYU-ZAN-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>計上済み請求明細の重複確認（線形検索）
       *>----------------------------------------------------------------------------
       KEIJO-ZUMI-SANSHO-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-KEIJO-MITUKE-SW.
           MOVE   ZERO    TO   WRK-KEIJO-IDX.
       *>
           PERFORM   KEIJO-TBL-CHECK-PROC
                    VARYING   WRK-KEIJO-IDX   FROM   1   BY   1
                    UNTIL   WRK-KEIJO-IDX   >   WRK-KEIJO-CNT
                    OR      WRK-KEIJO-MITUKE.
       *>
       KEIJO-ZUMI-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>計上済み請求明細テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KEIJO-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-KEI-SHIIRE-CODE(WRK-KEIJO-IDX)
                                   =   SIV01-SHIIRE-CODE
           AND  WRK-KEI-SEIKYU-BANGOU(WRK-KEIJO-IDX)
                                   =   SIV01-SEIKYU-BANGOU
           AND  WRK-KEI-HATYU-BANGOU(WRK-KEIJO-IDX)
                                   =   SIV01-HATYU-BANGOU
           AND  WRK-KEI-SHOHIN-CODE(WRK-KEIJO-IDX)
                                   =   SIV01-SHOHIN-CODE   THEN
                MOVE   "Y"   TO   WRK-KEIJO-MITUKE-SW
           END-IF.
       *>
       KEIJO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>計上済み請求明細テーブルへの追加（当回計上分）
       *>----------------------------------------------------------------------------
       KEIJO-KEY-TSUIKA-PROC              SECTION.
       *>
           IF   WRK-KEIJO-CNT   NOT <   CST-MAX-KEIJO-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
       *>
           ADD    1                     TO   WRK-KEIJO-CNT.
           MOVE   SIV01-SHIIRE-CODE     TO
                  WRK-KEI-SHIIRE-CODE(WRK-KEIJO-CNT).
           MOVE   SIV01-SEIKYU-BANGOU   TO
                  WRK-KEI-SEIKYU-BANGOU(WRK-KEIJO-CNT).
           MOVE   SIV01-HATYU-BANGOU    TO
                  WRK-KEI-HATYU-BANGOU(WRK-KEIJO-CNT).
           MOVE   SIV01-SHOHIN-CODE     TO
                  WRK-KEI-SHOHIN-CODE(WRK-KEIJO-CNT).
       *>
       KEIJO-KEY-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理ファイルの一括読み込み（テーブルへ格納・参照用）
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
       *>----------------------------------------------------------------------------
       HATYU-ZAN-READ-PROC                SECTION.
       *>
           READ POR01-HATYU-ZAN
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-HATYU-CNT  <  CST-MAX-HATYU-KENSU  THEN
                          ADD   1   TO   WRK-HATYU-CNT
                          MOVE   POR01-HATYU-BANGOU    TO
                              WRK-HAT-HATYU-BANGOU(WRK-HATYU-CNT)
                          MOVE   POR01-SHIIRE-CODE     TO
                              WRK-HAT-SHIIRE-CODE(WRK-HATYU-CNT)
                          MOVE   POR01-SHOHIN-CODE     TO
                              WRK-HAT-SHOHIN-CODE(WRK-HATYU-CNT)
                          MOVE   POR01-NYUKA-ZUMI-SU   TO
                              WRK-HAT-NYUKA-ZUMI-SU(WRK-HATYU-CNT)
                          MOVE   POR01-HATYU-TANKA     TO
                              WRK-HAT-HATYU-TANKA(WRK-HATYU-CNT)
                          MOVE   ZERO                  TO
                              WRK-HAT-SEIKYU-ZUMI-SU(WRK-HATYU-CNT)
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
           END-READ.
       *>
       HATYU-ZAN-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>計上済み買掛未払明細の一括読み込み（請求済数量の累計と
       *>  二重請求検出用のキー退避）
       *>----------------------------------------------------------------------------
       MIBARAI-LOAD-PROC                  SECTION.
       *>
           MOVE   ZERO    TO   WRK-KEIJO-CNT.
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
       *>買掛未払明細ファイルの読み込み（１件分、請求済数量へ累計する）
       *>----------------------------------------------------------------------------
       MIBARAI-READ-PROC                  SECTION.
       *>
           READ APO01-KAIKAKE-MIBARAI
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-KEIJO-CNT  <  CST-MAX-KEIJO-KENSU  THEN
                          ADD   1   TO   WRK-KEIJO-CNT
                          MOVE   APO01-SHIIRE-CODE     TO
                              WRK-KEI-SHIIRE-CODE(WRK-KEIJO-CNT)
                          MOVE   APO01-SEIKYU-BANGOU   TO
                              WRK-KEI-SEIKYU-BANGOU(WRK-KEIJO-CNT)
                          MOVE   APO01-HATYU-BANGOU    TO
                              WRK-KEI-HATYU-BANGOU(WRK-KEIJO-CNT)
                          MOVE   APO01-SHOHIN-CODE     TO
                              WRK-KEI-SHOHIN-CODE(WRK-KEIJO-CNT)
                          PERFORM   SEIKYU-ZUMI-RUIKEI-PROC
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
           END-READ.
       *>
       MIBARAI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>計上済み請求数量の発注明細への累計（１件分）
       *>----------------------------------------------------------------------------
       SEIKYU-ZUMI-RUIKEI-PROC            SECTION.
       *>
           MOVE   SPACE   TO   WRK-HATYU-MITUKE-SW.
       *>
           PERFORM   MIBARAI-TBL-CHECK-PROC
                    VARYING   WRK-HATYU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HATYU-IDX   >   WRK-HATYU-CNT
                    OR      WRK-HATYU-MITUKE.
       *>
           IF   WRK-HATYU-MITUKE   THEN
                ADD   APO01-SEIKYU-SU   TO
                      WRK-HAT-SEIKYU-ZUMI-SU(WRK-HATYU-HIT-IDX)
           END-IF.
       *>
       SEIKYU-ZUMI-RUIKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発注残管理テーブルと計上済み明細の突合チェック（１件分）
       *>----------------------------------------------------------------------------
       MIBARAI-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-HAT-HATYU-BANGOU(WRK-HATYU-IDX)
                                   =   APO01-HATYU-BANGOU
           AND  WRK-HAT-SHOHIN-CODE(WRK-HATYU-IDX)
                                   =   APO01-SHOHIN-CODE
           AND  WRK-HAT-SHIIRE-CODE(WRK-HATYU-IDX)
                                   =   APO01-SHIIRE-CODE   THEN
                MOVE   "Y"             TO   WRK-HATYU-MITUKE-SW
                MOVE   WRK-HATYU-IDX   TO   WRK-HATYU-HIT-IDX
           END-IF.
       *>
       MIBARAI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]仕入先請求書受付ファイルの読み込み
       *>----------------------------------------------------------------------------
       SEIKYU-FILE-READ-PROC              SECTION.
       *>
           READ   SIV01-SEIKYU-FILE
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
