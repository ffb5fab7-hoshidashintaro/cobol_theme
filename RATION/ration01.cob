       *>----------------------------------------------------------------------------
       *>在庫逼迫商品の公平配分結果表作成処理
       *>  受注マッチング（TEST0001）が在庫逼迫した公平配分対象商品を
       *>  需要比例で配分した結果（FSR01）を商品・店番順に整列し、
       *>  店番ごとの需要数量・配分数量・欠品数量と配分率（配分数量÷需要
       *>  数量）を一覧した配分表（PRT81）を作成する。商品ごとに配分開始
       *>  時点の配分可能在庫と需要合計を見出しへ、商品計・総合計を
       *>  末尾へ印刷する。欠品数量は欠品受注ファイル（BO01）へ
       *>  計上済みの数量である。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        RATION01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]公平配分結果ファイル（TEST0001の出力）
       *>----------------------------------------------------------------------------
       SELECT    FSR01-KOHEI-KEKKA    ASSIGN       TO   "FSR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル
       *>----------------------------------------------------------------------------
       SELECT   ST-SORT-FILE        ASSIGN        TO "ST".
       *>----------------------------------------------------------------------------
       *>[出力]公平配分結果表ファイル
       *>----------------------------------------------------------------------------
       SELECT   PRT81-HAIBUN-RPT    ASSIGN        TO "PRT81.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]公平配分結果ファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   FSR01-KOHEI-KEKKA.
       01   FSR01-RECODE.
          03   FSR01-SHOHIN-CODE.
                05   FSR01-BUNRUI-CODE              PIC X(002).
                05   FSR01-SHOHIN-NO                PIC 9(004).
          03   FSR01-ZYUTYU-BANGOU.
                05   FSR01-MISEBAN                  PIC X(003).
                05   FSR01-TYUMON-BANGOU            PIC 9(005).
          03   FSR01-KOKYAKU-BANGOU                 PIC 9(006).
          03   FSR01-JUYO-SU                        PIC 9(005).
          03   FSR01-HAIBUN-SU                      PIC 9(005).
          03   FSR01-KETSUHIN-SU                    PIC 9(005).
          03   FSR01-SOU-JUYO-SU                    PIC 9(009).
          03   FSR01-KIJUN-ZAIKO-SU                 PIC 9(009).
          03   FSR01-SHOHIN-MEI                     PIC X(020).
          03   FSR01-RUN-DATE                       PIC 9(008).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-RECODE.
            03   ST-SHOHIN-CODE               PIC X(006).
            03   ST-MISEBAN                   PIC X(003).
            03   ST-TYUMON-BANGOU             PIC 9(005).
            03   ST-JUYO-SU                   PIC 9(005).
            03   ST-HAIBUN-SU                 PIC 9(005).
            03   ST-KETSUHIN-SU               PIC 9(005).
            03   ST-SOU-JUYO-SU               PIC 9(009).
            03   ST-KIJUN-ZAIKO-SU            PIC 9(009).
            03   ST-SHOHIN-MEI                PIC X(020).
       *>----------------------------------------------------------------------------
       *>[出力]公平配分結果表ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT81-HAIBUN-RPT.
       01   PRT81-RECODE                      PIC X(132).
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
            *>--配分明細の読み込み件数と印刷した店番行の件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--店番計（注文明細数・需要・配分・欠品）--
            03   WRK-MISE-KENSU               PIC 9(006).
            03   WRK-MISE-JUYO-SU             PIC 9(009).
            03   WRK-MISE-HAIBUN-SU           PIC 9(009).
            03   WRK-MISE-KETSUHIN-SU         PIC 9(009).
            *>--商品計--
            03   WRK-SHOHIN-KENSU             PIC 9(006).
            03   WRK-SHOHIN-JUYO-SU           PIC 9(009).
            03   WRK-SHOHIN-HAIBUN-SU         PIC 9(009).
            03   WRK-SHOHIN-KETSUHIN-SU       PIC 9(009).
            *>--総合計--
            03   WRK-SOUKEI-KENSU             PIC 9(006).
            03   WRK-SOUKEI-JUYO-SU           PIC 9(009).
            03   WRK-SOUKEI-HAIBUN-SU         PIC 9(009).
            03   WRK-SOUKEI-KETSUHIN-SU       PIC 9(009).
            *>--配分率（％）の計算用--
            03   WRK-HAIBUN-RITSU             PIC 9(003)V9(001).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "RATION01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       *>
       *>--前レコードの集計キー（商品コード・店番）保存用--
       01   KEY-SHOHIN-CODE                   PIC X(006).
       01   KEY-MISEBAN                       PIC X(003).
       *>
       *>--印刷する見出しの定義--
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(040)
               VALUE "＜公平配分結果表＞".
            03   FILLER                       PIC X(012)
                                 VALUE "作成日：".
            03   HD01-DATE                    PIC 9(008).
       *>
       01   HD06-MIDASHI-2.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(016)
                 VALUE "店番 明細数".
            03   FILLER                       PIC X(017)
                 VALUE "     需要数量".
            03   FILLER                       PIC X(015)
                 VALUE "   配分数量".
            03   FILLER                       PIC X(015)
                 VALUE "   欠品数量".
            03   FILLER                       PIC X(011)
                 VALUE "  配分率".
       *>
       *>--印刷する商品見出し行の定義--
       01   HD02-SHOHIN-LINE.
            03   FILLER                       PIC X(012)
                                 VALUE "■商品：".
            03   HD02-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD02-SHOHIN-MEI              PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(021)
                                 VALUE "配分可能在庫：".
            03   HD02-KIJUN-ZAIKO-SU          PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "需要合計：".
            03   HD02-SOU-JUYO-SU             PIC ZZZ,ZZZ,ZZ9.
       *>
       *>--印刷する店番行の定義--
       01   HD03-MEISAI.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD03-MISEBAN                 PIC X(003).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KENSU                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-JUYO-SU                 PIC ZZZ,ZZZ,ZZ9.
            03   HD03-HAIBUN-SU               PIC ZZZ,ZZZ,ZZ9.
            03   HD03-KETSUHIN-SU             PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HAIBUN-RITSU            PIC ZZ9.9.
            03   FILLER                       PIC X(001) VALUE "%".
       *>
       *>--印刷する商品計行の定義--
       01   HD04-SHOUKEI.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(006)
                                 VALUE "計".
            03   HD04-KENSU                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-JUYO-SU                 PIC ZZZ,ZZZ,ZZ9.
            03   HD04-HAIBUN-SU               PIC ZZZ,ZZZ,ZZ9.
            03   HD04-KETSUHIN-SU             PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-HAIBUN-RITSU            PIC ZZ9.9.
            03   FILLER                       PIC X(001) VALUE "%".
       *>
       *>--印刷する総合計行の定義--
       01   HD05-SOUKEI.
            03   FILLER                       PIC X(015)
                                 VALUE "＜総合計＞".
            03   HD05-KENSU                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD05-JUYO-SU                 PIC ZZZ,ZZZ,ZZ9.
            03   HD05-HAIBUN-SU               PIC ZZZ,ZZZ,ZZ9.
            03   HD05-KETSUHIN-SU             PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-HAIBUN-RITSU            PIC ZZ9.9.
            03   FILLER                       PIC X(001) VALUE "%".
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "RATION01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "公平配分明細件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  配分明細を商品・店番順に整列して配分表を編集する
           SORT   ST-SORT-FILE
                  ON   ASCENDING   KEY   ST-SHOHIN-CODE
                  ON   ASCENDING   KEY   ST-MISEBAN
                  ON   ASCENDING   KEY   ST-TYUMON-BANGOU
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
           MOVE   ZERO    TO   WRK-IN-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-SOUKEI-KENSU.
           MOVE   ZERO    TO   WRK-SOUKEI-JUYO-SU.
           MOVE   ZERO    TO   WRK-SOUKEI-HAIBUN-SU.
           MOVE   ZERO    TO   WRK-SOUKEI-KETSUHIN-SU.
       *>
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
       *>
           OPEN   OUTPUT   PRT81-HAIBUN-RPT.
       *>
           MOVE   WRK-RUN-DATE   TO   HD01-DATE.
           MOVE   SPACE          TO   PRT81-RECODE.
           WRITE  PRT81-RECODE   FROM   HD01-MIDASHI-1.
           MOVE   SPACE          TO   PRT81-RECODE.
           WRITE  PRT81-RECODE   FROM   HD06-MIDASHI-2.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   PRT81-HAIBUN-RPT.
       *>
           MOVE   WRK-IN-COUNT   TO   MSG2-COUNT.
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
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
       *>ソート前処理（配分結果ファイルの読み込みと整列用ファイルへの
       *>  書き込み。ファイルが無い日は対象なしとする）
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC               SECTION.
       *>
           OPEN   INPUT   FSR01-KOHEI-KEKKA.
           IF   IN-FILE-STATUS   NOT =   "00"   THEN
                MOVE   CST-END   TO   WRK-AT-END
                GO   TO   RELEASE-CONTROL-PROC-TOJI
           END-IF.
       *>
           PERFORM   RELEASE-MAIN-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   FSR01-KOHEI-KEKKA.
       *>
       RELEASE-CONTROL-PROC-TOJI.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>配分明細の読み込みと整列用ファイルへの書き込み（１件分）
       *>----------------------------------------------------------------------------
       RELEASE-MAIN-PROC                  SECTION.
       *>
           READ FSR01-KOHEI-KEKKA
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     MOVE   FSR01-SHOHIN-CODE      TO
                            ST-SHOHIN-CODE
                     MOVE   FSR01-MISEBAN          TO   ST-MISEBAN
                     MOVE   FSR01-TYUMON-BANGOU    TO
                            ST-TYUMON-BANGOU
                     MOVE   FSR01-JUYO-SU          TO   ST-JUYO-SU
                     MOVE   FSR01-HAIBUN-SU        TO   ST-HAIBUN-SU
                     MOVE   FSR01-KETSUHIN-SU      TO
                            ST-KETSUHIN-SU
                     MOVE   FSR01-SOU-JUYO-SU      TO
                            ST-SOU-JUYO-SU
                     MOVE   FSR01-KIJUN-ZAIKO-SU   TO
                            ST-KIJUN-ZAIKO-SU
                     MOVE   FSR01-SHOHIN-MEI       TO
                            ST-SHOHIN-MEI
                     ADD    1                      TO   WRK-IN-COUNT
                     RELEASE   ST-RECODE
           END-READ.
       *>
       RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後処理（商品・店番の変わり目で見出し・計を印刷する）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
           IF   WRK-AT-END   NOT =   CST-END   THEN
                PERFORM   SHOHIN-MIDASHI-WRITE-PROC
                MOVE   ST-MISEBAN   TO   KEY-MISEBAN
                PERFORM   MISE-CLEAR-PROC
       *>
                PERFORM   HAIBUN-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END
       *>
       *>      最終店番・最終商品の計の印刷
                PERFORM   MISE-WRITE-PROC
                PERFORM   SHOUKEI-WRITE-PROC
           END-IF.
       *>
       *>  総合計の印刷
           MOVE   WRK-SOUKEI-KENSU         TO   HD05-KENSU.
           MOVE   WRK-SOUKEI-JUYO-SU       TO   HD05-JUYO-SU.
           MOVE   WRK-SOUKEI-HAIBUN-SU     TO   HD05-HAIBUN-SU.
           MOVE   WRK-SOUKEI-KETSUHIN-SU   TO   HD05-KETSUHIN-SU.
           MOVE   ZERO                     TO   WRK-HAIBUN-RITSU.
           IF   WRK-SOUKEI-JUYO-SU   >   ZERO   THEN
                COMPUTE   WRK-HAIBUN-RITSU   ROUNDED   =
                          WRK-SOUKEI-HAIBUN-SU   *   100
                          /   WRK-SOUKEI-JUYO-SU
           END-IF.
           MOVE   WRK-HAIBUN-RITSU   TO   HD05-HAIBUN-RITSU.
           MOVE   SPACE          TO   PRT81-RECODE.
           WRITE  PRT81-RECODE   FROM   HD05-SOUKEI.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>配分明細の集計（店番・商品の変わり目で計・見出しを印刷する）
       *>----------------------------------------------------------------------------
       HAIBUN-MAIN-PROC                   SECTION.
       *>
           IF   ST-SHOHIN-CODE   NOT =   KEY-SHOHIN-CODE   THEN
                PERFORM   MISE-WRITE-PROC
                PERFORM   SHOUKEI-WRITE-PROC
                PERFORM   SHOHIN-MIDASHI-WRITE-PROC
                MOVE   ST-MISEBAN   TO   KEY-MISEBAN
                PERFORM   MISE-CLEAR-PROC
           ELSE   IF   ST-MISEBAN   NOT =   KEY-MISEBAN   THEN
                PERFORM   MISE-WRITE-PROC
                MOVE   ST-MISEBAN   TO   KEY-MISEBAN
                PERFORM   MISE-CLEAR-PROC
           END-IF
           END-IF.
       *>
           ADD    1                TO   WRK-MISE-KENSU.
           ADD    ST-JUYO-SU       TO   WRK-MISE-JUYO-SU.
           ADD    ST-HAIBUN-SU     TO   WRK-MISE-HAIBUN-SU.
           ADD    ST-KETSUHIN-SU   TO   WRK-MISE-KETSUHIN-SU.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
       HAIBUN-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品見出し行の印刷（配分可能在庫・需要合計は配分開始時点の値）
       *>----------------------------------------------------------------------------
       SHOHIN-MIDASHI-WRITE-PROC          SECTION.
       *>
           MOVE   ST-SHOHIN-CODE      TO   KEY-SHOHIN-CODE.
           MOVE   ZERO                TO   WRK-SHOHIN-KENSU.
           MOVE   ZERO                TO   WRK-SHOHIN-JUYO-SU.
           MOVE   ZERO                TO   WRK-SHOHIN-HAIBUN-SU.
           MOVE   ZERO                TO   WRK-SHOHIN-KETSUHIN-SU.
       *>
           MOVE   ST-SHOHIN-CODE      TO   HD02-SHOHIN-CODE.
           MOVE   ST-SHOHIN-MEI       TO   HD02-SHOHIN-MEI.
           MOVE   ST-KIJUN-ZAIKO-SU   TO   HD02-KIJUN-ZAIKO-SU.
           MOVE   ST-SOU-JUYO-SU      TO   HD02-SOU-JUYO-SU.
           MOVE   SPACE          TO   PRT81-RECODE.
           WRITE  PRT81-RECODE   FROM   HD02-SHOHIN-LINE.
       *>
       SHOHIN-MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店番計のクリア
       *>----------------------------------------------------------------------------
       MISE-CLEAR-PROC                    SECTION.
       *>
           MOVE   ZERO   TO   WRK-MISE-KENSU.
           MOVE   ZERO   TO   WRK-MISE-JUYO-SU.
           MOVE   ZERO   TO   WRK-MISE-HAIBUN-SU.
           MOVE   ZERO   TO   WRK-MISE-KETSUHIN-SU.
       *>
       MISE-CLEAR-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店番行の印刷（店番計を商品計へ加算する）
       *>----------------------------------------------------------------------------
       MISE-WRITE-PROC                    SECTION.
       *>
           MOVE   KEY-MISEBAN            TO   HD03-MISEBAN.
           MOVE   WRK-MISE-KENSU         TO   HD03-KENSU.
           MOVE   WRK-MISE-JUYO-SU       TO   HD03-JUYO-SU.
           MOVE   WRK-MISE-HAIBUN-SU     TO   HD03-HAIBUN-SU.
           MOVE   WRK-MISE-KETSUHIN-SU   TO   HD03-KETSUHIN-SU.
           MOVE   ZERO                   TO   WRK-HAIBUN-RITSU.
           IF   WRK-MISE-JUYO-SU   >   ZERO   THEN
                COMPUTE   WRK-HAIBUN-RITSU   ROUNDED   =
                          WRK-MISE-HAIBUN-SU   *   100
                          /   WRK-MISE-JUYO-SU
           END-IF.
           MOVE   WRK-HAIBUN-RITSU   TO   HD03-HAIBUN-RITSU.
           MOVE   SPACE          TO   PRT81-RECODE.
           WRITE  PRT81-RECODE   FROM   HD03-MEISAI.
           ADD    1   TO   WRK-OUT-COUNT.
       *>
           ADD    WRK-MISE-KENSU         TO   WRK-SHOHIN-KENSU.
           ADD    WRK-MISE-JUYO-SU       TO   WRK-SHOHIN-JUYO-SU.
           ADD    WRK-MISE-HAIBUN-SU     TO   WRK-SHOHIN-HAIBUN-SU.
           ADD    WRK-MISE-KETSUHIN-SU   TO   WRK-SHOHIN-KETSUHIN-SU.
       *>
       MISE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品計行の印刷（商品計を総合計へ加算する）
       *>----------------------------------------------------------------------------
       SHOUKEI-WRITE-PROC                 SECTION.
       *>
           MOVE   WRK-SHOHIN-KENSU         TO   HD04-KENSU.
           MOVE   WRK-SHOHIN-JUYO-SU       TO   HD04-JUYO-SU.
           MOVE   WRK-SHOHIN-HAIBUN-SU     TO   HD04-HAIBUN-SU.
           MOVE   WRK-SHOHIN-KETSUHIN-SU   TO   HD04-KETSUHIN-SU.
           MOVE   ZERO                     TO   WRK-HAIBUN-RITSU.
           IF   WRK-SHOHIN-JUYO-SU   >   ZERO   THEN
                COMPUTE   WRK-HAIBUN-RITSU   ROUNDED   =
                          WRK-SHOHIN-HAIBUN-SU   *   100
                          /   WRK-SHOHIN-JUYO-SU
           END-IF.
           MOVE   WRK-HAIBUN-RITSU   TO   HD04-HAIBUN-RITSU.
           MOVE   SPACE          TO   PRT81-RECODE.
           WRITE  PRT81-RECODE   FROM   HD04-SHOUKEI.
       *>
           ADD    WRK-SHOHIN-KENSU         TO   WRK-SOUKEI-KENSU.
           ADD    WRK-SHOHIN-JUYO-SU       TO   WRK-SOUKEI-JUYO-SU.
           ADD    WRK-SHOHIN-HAIBUN-SU     TO   WRK-SOUKEI-HAIBUN-SU.
           ADD    WRK-SHOHIN-KETSUHIN-SU   TO   WRK-SOUKEI-KETSUHIN-SU.
       *>
       SHOUKEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列済み配分明細の読み込み
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
