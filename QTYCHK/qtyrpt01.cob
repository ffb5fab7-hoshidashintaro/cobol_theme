       *>----------------------------------------------------------------------------
       *>異常数量保留明細　顧客別日次一覧表作成処理
       *>  受注マッチング（TEST0001）が顧客×商品の受注数量実績と比べて
       *>  異常数量として保留した明細（QHL01）を顧客番号・受注番号順に
       *>  整列し、実績の平均・最大数量と判定倍率を併記した一覧表（PRT80）
       *>  を作成する。顧客名は顧客マスタ（KMS01）より引き当てる。
       *>  営業は一覧表で顧客へ確認し、明細ごとに確認（そのまま出荷）・
       *>  訂正（訂正数量で出荷）・否認を判定ファイル（QDC01）へ記入する。
       *>  判定は異常数量解放（QTYREL01）が反映する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        QTYRPT01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]異常数量保留ファイル（TEST0001の出力）
       *>----------------------------------------------------------------------------
       SELECT    QHL01-IJO-HOLD-FILE  ASSIGN       TO   "QHL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル
       *>----------------------------------------------------------------------------
       SELECT   ST-SORT-FILE        ASSIGN        TO "ST".
       *>----------------------------------------------------------------------------
       *>[出力]異常数量保留一覧表ファイル
       *>----------------------------------------------------------------------------
       SELECT   PRT80-IJO-RPT       ASSIGN        TO "PRT80.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]異常数量保留ファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   QHL01-IJO-HOLD-FILE.
       01   QHL01-RECODE.
          03   QHL01-ZYUTYU-BANGOU.
                05   QHL01-MISEBAN                  PIC X(003).
                05   QHL01-TYUMON-BANGOU            PIC 9(005).
          03   QHL01-SHOHIN-CODE.
                05   QHL01-BUNRUI-CODE              PIC X(002).
                05   QHL01-SHOHIN-NO                PIC 9(004).
          03   QHL01-TYUMON-SU                      PIC S9(005).
          03   QHL01-UKETUKE-NICHIZI.
                05   QHL01-HIDUKE                   PIC 9(008).
                05   QHL01-ZIKAN                    PIC 9(004).
          03   QHL01-TANTOSYA-CODE.
                05   QHL01-BUSHO-CODE               PIC X(003).
                05   QHL01-TANTOSYA-BANGOU          PIC 9(004).
          03   QHL01-KOKYAKU-BANGOU                 PIC 9(006).
          03   QHL01-HEIKIN-SU                      PIC 9(005).
          03   QHL01-SAIDAI-SU                      PIC 9(005).
          03   QHL01-KENSU                          PIC 9(005).
          03   QHL01-BAIRITSU                       PIC 9(003).
          03   QHL01-HOLD-RIYU                      PIC X(015).
          03   QHL01-NOHIN-SAKI                     PIC X(003).
          03   QHL01-SHONIN-KUBUN                   PIC X(001).
          03   QHL01-CHOKUSO-KUBUN                  PIC X(001).
          03   QHL01-KAKAKU-SHONIN-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
       *>----------------------------------------------------------------------------
       FD   KMS01-KOKYAKU-MASTER.
       01   KMS01-RECODE.
            03   KMS01-KOKYAKU-BANGOU          PIC 9(006).
            03   KMS01-KOKYAKU-MEI             PIC X(020).
            03   KMS01-KOKYAKU-ZYUSHO          PIC X(040).
            03   KMS01-YOSHIN-GENDO            PIC 9(009).
            03   KMS01-KAIKAKE-ZANDAKA         PIC 9(009).
            03   KMS01-YUBIN-BANGOU            PIC X(007).
            03   KMS01-SORYO-MENJO-GAKU        PIC 9(007).
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
       *>整列併合用ファイルのレイアウト定義（顧客番号を先頭キーに再配置）
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-RECODE.
            03   ST-KOKYAKU-BANGOU            PIC 9(006).
            03   ST-ZYUTYU-BANGOU             PIC X(008).
            03   ST-SHOHIN-CODE               PIC X(006).
            03   ST-TYUMON-SU                 PIC S9(005).
            03   ST-HIDUKE                    PIC 9(008).
            03   ST-HEIKIN-SU                 PIC 9(005).
            03   ST-SAIDAI-SU                 PIC 9(005).
            03   ST-KENSU                     PIC 9(005).
            03   ST-BAIRITSU                  PIC 9(003).
       *>----------------------------------------------------------------------------
       *>[出力]異常数量保留一覧表ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT80-IJO-RPT.
       01   PRT80-RECODE                      PIC X(132).
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
            *>--保留明細の読み込み件数と顧客小計・総合計の件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-KOKYAKU-KENSU            PIC 9(006).
            03   WRK-SOUKEI-KENSU             PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "QTYRPT01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       *>
       *>--前レコードの集計キー（顧客番号）保存用--
       01   KEY-KOKYAKU-BANGOU                PIC 9(006).
       *>
       *>--印刷する見出しの定義--
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(040)
               VALUE "＜異常数量保留明細一覧表＞".
            03   FILLER                       PIC X(012)
                                 VALUE "作成日：".
            03   HD01-DATE                    PIC 9(008).
       *>
       01   HD06-MIDASHI-2.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(024)
                 VALUE "受注番号　商品".
            03   FILLER                       PIC X(018)
                 VALUE "受注日　　　".
            03   FILLER                       PIC X(027)
                 VALUE "受注数量　実績平均".
            03   FILLER                       PIC X(024)
                 VALUE "　実績最大　回数".
            03   FILLER                       PIC X(018)
                 VALUE "　倍率　判定".
            03   FILLER                       PIC X(042)
                 VALUE "（確認／訂正数量／否認）".
       *>
       *>--印刷する顧客見出し行の定義--
       01   HD02-KOKYAKU-LINE.
            03   FILLER                       PIC X(012)
                                 VALUE "■顧客：".
            03   HD02-KOKYAKU-BANGOU          PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD02-KOKYAKU-MEI             PIC X(020).
       *>
       *>--印刷する明細行の定義（判定欄は営業の記入用に下線を印字する）--
       01   HD03-MEISAI.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-ZYUTYU-BANGOU           PIC X(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HIDUKE                  PIC 9(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-TYUMON-SU               PIC ---,--9.
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD03-HEIKIN-SU               PIC ZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD03-SAIDAI-SU               PIC ZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KENSU                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-BAIRITSU                PIC ZZ9.
            03   FILLER                       PIC X(003) VALUE "倍".
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(020) VALUE ALL "_".
       *>
       *>--印刷する顧客小計行の定義--
       01   HD04-SHOUKEI.
            03   FILLER                       PIC X(021)
                                 VALUE "　保留件数計：".
            03   HD04-KENSU                   PIC ZZZ,ZZ9.
       *>
       *>--印刷する総合計行の定義--
       01   HD05-SOUKEI.
            03   FILLER                       PIC X(021)
                                 VALUE "＜総合計＞　：".
            03   HD05-KENSU                   PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "QTYRPT01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "異常数量保留件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  保留明細を顧客番号順に整列して一覧表を編集する
           SORT   ST-SORT-FILE
                  ON   ASCENDING   KEY   ST-KOKYAKU-BANGOU
                  ON   ASCENDING   KEY   ST-ZYUTYU-BANGOU
              INPUT    PROCEDURE   RELEASE-CONTROL-PROC
              OUTPUT   PROCEDURE   RETURN-CONTROL-PROC.
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
           MOVE   ZERO    TO   WRK-KOKYAKU-KENSU.
           MOVE   ZERO    TO   WRK-SOUKEI-KENSU.
           MOVE   ZERO    TO   WRK-IN-COUNT.
       *>
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
       *>
           OPEN   INPUT    KMS01-KOKYAKU-MASTER
                  OUTPUT   PRT80-IJO-RPT.
       *>
           MOVE   WRK-RUN-DATE   TO   HD01-DATE.
           MOVE   SPACE          TO   PRT80-RECODE.
           WRITE  PRT80-RECODE   FROM   HD01-MIDASHI-1.
           MOVE   SPACE          TO   PRT80-RECODE.
           WRITE  PRT80-RECODE   FROM   HD06-MIDASHI-2.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   KMS01-KOKYAKU-MASTER
                   PRT80-IJO-RPT.
       *>
           MOVE   WRK-SOUKEI-KENSU   TO   MSG2-COUNT.
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-SOUKEI-KENSU
                                          WRK-AUD-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（保留明細ファイルの読み込みと整列用ファイルへの
       *>  書き込み。ファイルが無い日は対象なしとする）
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC               SECTION.
       *>
           OPEN   INPUT   QHL01-IJO-HOLD-FILE.
           IF   IN-FILE-STATUS   NOT =   "00"   THEN
                MOVE   CST-END   TO   WRK-AT-END
                GO   TO   RELEASE-CONTROL-PROC-TOJI
           END-IF.
       *>
           PERFORM   RELEASE-MAIN-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   QHL01-IJO-HOLD-FILE.
       *>
       RELEASE-CONTROL-PROC-TOJI.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>保留明細の読み込みと整列用ファイルへの書き込み（１件分）
       *>----------------------------------------------------------------------------
       RELEASE-MAIN-PROC                  SECTION.
       *>
           READ QHL01-IJO-HOLD-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     MOVE   QHL01-KOKYAKU-BANGOU   TO
                            ST-KOKYAKU-BANGOU
                     MOVE   QHL01-ZYUTYU-BANGOU    TO
                            ST-ZYUTYU-BANGOU
                     MOVE   QHL01-SHOHIN-CODE      TO
                            ST-SHOHIN-CODE
                     MOVE   QHL01-TYUMON-SU        TO   ST-TYUMON-SU
                     MOVE   QHL01-HIDUKE           TO   ST-HIDUKE
                     MOVE   QHL01-HEIKIN-SU        TO   ST-HEIKIN-SU
                     MOVE   QHL01-SAIDAI-SU        TO   ST-SAIDAI-SU
                     MOVE   QHL01-KENSU            TO   ST-KENSU
                     MOVE   QHL01-BAIRITSU         TO   ST-BAIRITSU
                     ADD    1                      TO   WRK-IN-COUNT
                     RELEASE   ST-RECODE
           END-READ.
       *>
       RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後処理（顧客の変わり目で見出し・小計を印刷する）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
           IF   WRK-AT-END   NOT =   CST-END   THEN
                MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU
                PERFORM   KOKYAKU-MIDASHI-WRITE-PROC
       *>
                PERFORM   IJO-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END
       *>
       *>      最終顧客の小計の印刷
                PERFORM   SHOUKEI-WRITE-PROC
           END-IF.
       *>
       *>  総合計の印刷
           MOVE   WRK-SOUKEI-KENSU   TO   HD05-KENSU.
           MOVE   SPACE          TO   PRT80-RECODE.
           WRITE  PRT80-RECODE   FROM   HD05-SOUKEI.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>保留明細の編集・印刷（顧客の変わり目で小計・見出しを印刷する）
       *>----------------------------------------------------------------------------
       IJO-MAIN-PROC                      SECTION.
       *>
           IF   ST-KOKYAKU-BANGOU   NOT =   KEY-KOKYAKU-BANGOU  THEN
                PERFORM   SHOUKEI-WRITE-PROC
                MOVE   ST-KOKYAKU-BANGOU   TO   KEY-KOKYAKU-BANGOU
                PERFORM   KOKYAKU-MIDASHI-WRITE-PROC
           END-IF.
       *>
           MOVE   ST-ZYUTYU-BANGOU   TO   HD03-ZYUTYU-BANGOU.
           MOVE   ST-SHOHIN-CODE     TO   HD03-SHOHIN-CODE.
           MOVE   ST-HIDUKE          TO   HD03-HIDUKE.
           MOVE   ST-TYUMON-SU       TO   HD03-TYUMON-SU.
           MOVE   ST-HEIKIN-SU       TO   HD03-HEIKIN-SU.
           MOVE   ST-SAIDAI-SU       TO   HD03-SAIDAI-SU.
           MOVE   ST-KENSU           TO   HD03-KENSU.
           MOVE   ST-BAIRITSU        TO   HD03-BAIRITSU.
           MOVE   SPACE          TO   PRT80-RECODE.
           WRITE  PRT80-RECODE   FROM   HD03-MEISAI.
       *>
           ADD    1   TO   WRK-KOKYAKU-KENSU.
           ADD    1   TO   WRK-SOUKEI-KENSU.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
       IJO-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客見出し行の印刷（顧客名は顧客マスタより引き当てる）
       *>----------------------------------------------------------------------------
       KOKYAKU-MIDASHI-WRITE-PROC         SECTION.
       *>
           MOVE   ZERO                TO   WRK-KOKYAKU-KENSU.
           MOVE   KEY-KOKYAKU-BANGOU  TO   HD02-KOKYAKU-BANGOU.
       *>
           MOVE   KEY-KOKYAKU-BANGOU  TO   KMS01-KOKYAKU-BANGOU.
           READ KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     MOVE   SPACE              TO   HD02-KOKYAKU-MEI
               NOT   INVALID   KEY
                     MOVE   KMS01-KOKYAKU-MEI  TO   HD02-KOKYAKU-MEI
           END-READ.
       *>
           MOVE   SPACE          TO   PRT80-RECODE.
           WRITE  PRT80-RECODE   FROM   HD02-KOKYAKU-LINE.
       *>
       KOKYAKU-MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客小計行の印刷
       *>----------------------------------------------------------------------------
       SHOUKEI-WRITE-PROC                 SECTION.
       *>
           MOVE   WRK-KOKYAKU-KENSU   TO   HD04-KENSU.
           MOVE   SPACE          TO   PRT80-RECODE.
           WRITE  PRT80-RECODE   FROM   HD04-SHOUKEI.
       *>
       SHOUKEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列済み保留明細の読み込み
       *>----------------------------------------------------------------------------
       FILE-RETURN-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-RETURN.
       *>
       FILE-RETURN-PROC-EXIT.
       *>
           EXIT.
