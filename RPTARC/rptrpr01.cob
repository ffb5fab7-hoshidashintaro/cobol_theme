       *>----------------------------------------------------------------------------
       *>帳票再印刷処理
       *>  帳票保存処理（RPTARC01）が保存した過去の帳票を、帳票保存索引
       *>  （RIX01）で探して帳票保存ファイル（RAR01）から取り出し、元の
       *>  印刷行のまま再印刷ファイル（PRT77）へ書き出す。
       *>  パラメータはコマンドラインで「帳票ＩＤ５桁＋指定区分１桁＋値」
       *>  を指定する。指定区分が"D"の場合は値に実行日８桁を、"R"の場合は
       *>  実行番号６桁を指定する。実行日指定で同じ日に複数回の実行が
       *>  ある場合は、その日の最後の実行分を再印刷する。
       *>  書き出した行数が索引の行数と一致しない場合は警告する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        RPTRPR01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]帳票保存索引ファイル（RPTARC01が作成する）
       *>----------------------------------------------------------------------------
       SELECT    RIX01-SAKUIN-FILE    ASSIGN       TO   "RIX01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RIX01-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]帳票保存ファイル（RPTARC01が作成する）
       *>----------------------------------------------------------------------------
       SELECT    RAR01-HOZON-FILE     ASSIGN       TO   "RAR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RAR01-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]再印刷ファイル
       *>----------------------------------------------------------------------------
       SELECT    PRT77-SAIINSATSU-RPT ASSIGN       TO   "PRT77.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]帳票保存索引ファイルのレイアウト定義（RPTARC01と同一）
       *>----------------------------------------------------------------------------
       FD   RIX01-SAKUIN-FILE.
       01   RIX01-RECODE.
            03   RIX01-CHOHYO-ID              PIC X(005).
            03   FILLER                       PIC X(001).
            03   RIX01-PROGRAM-ID             PIC X(012).
            03   FILLER                       PIC X(001).
            03   RIX01-RUN-ID                 PIC 9(006).
            03   FILLER                       PIC X(001).
            03   RIX01-RUN-DATE               PIC 9(008).
            03   FILLER                       PIC X(001).
            03   RIX01-PAGE-SU                PIC 9(005).
            03   FILLER                       PIC X(001).
            03   RIX01-GYO-SU                 PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[入力]帳票保存ファイルのレイアウト定義（RPTARC01と同一）
       *>----------------------------------------------------------------------------
       FD   RAR01-HOZON-FILE.
       01   RAR01-RECODE.
            03   RAR01-CHOHYO-ID              PIC X(005).
            03   RAR01-RUN-DATE               PIC 9(008).
            03   RAR01-RUN-ID                 PIC 9(006).
            03   RAR01-GYO-BANGOU             PIC 9(006).
            03   RAR01-GYO                    PIC X(160).
       *>----------------------------------------------------------------------------
       *>[出力]再印刷ファイルのレイアウト定義（保存した印刷行そのまま）
       *>----------------------------------------------------------------------------
       FD   PRT77-SAIINSATSU-RPT.
       01   PRT77-RECODE                      PIC X(160).
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
            *>--再印刷した行数--
            03   WRK-OUT-COUNT                PIC 9(006).
       *>
       01   RIX01-FILE-STATUS                 PIC XX.
       01   RAR01-FILE-STATUS                 PIC XX.
       *>
       *>--コマンドラインパラメータ（帳票ＩＤ＋指定区分＋実行日／番号）--
       01   WRK-PARM-AREA.
            03   WRK-PARM-CHOHYO-ID           PIC X(005).
            03   WRK-PARM-SHITEI-KUBUN        PIC X(001).
                 88   WRK-PARM-HIZUKE-SHITEI  VALUE "D".
                 88   WRK-PARM-RUNID-SHITEI   VALUE "R".
            03   WRK-PARM-ATAI                PIC X(008).
            03   FILLER                       PIC X(066).
       *>
       *>--再印刷する帳票（索引で確定した帳票ＩＤ・実行日・実行番号）--
       01   WRK-TAISHO-AREA.
            03   WRK-TAISHO-CHOHYO-ID         PIC X(005).
            03   WRK-TAISHO-RUN-DATE          PIC 9(008).
            03   WRK-TAISHO-RUN-ID            PIC 9(006).
            03   WRK-TAISHO-PROGRAM-ID        PIC X(012).
            03   WRK-TAISHO-GYO-SU            PIC 9(006).
       *>--索引に該当する帳票の有無--
       01   WRK-MITUKE-SW                     PIC X(001).
            88   WRK-MITUKE                   VALUE "Y".
       *>--帳票保存ファイルの有無--
       01   WRK-RAR-ARI-SW                    PIC X(001).
            88   WRK-RAR-ARI                  VALUE "Y".
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "RPTRPR01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "再印刷帳票：".
            03   MSG2-CHOHYO-ID               PIC X(005).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   MSG2-PROGRAM-ID              PIC X(012).
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "実行日・実行番号：".
            03   MSG3-RUN-DATE                PIC 9(008).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   MSG3-RUN-ID                  PIC 9(006).
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "再印刷行数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--指定の帳票が保存されていない場合に表示するメッセージ--
       01   MS7-MESSAGE-AREA.
            03   FILLER                       PIC X(045)
                 VALUE "指定の帳票は保存されていない".
       *>
       *>--パラメータ不正時に表示するメッセージ--
       01   MS8-MESSAGE-AREA.
            03   FILLER                       PIC X(045)
                 VALUE "再印刷パラメータ不正".
       *>
       *>--保存行数の不一致時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "行数不一致（索引）：".
            03   MSG9-COUNT                   PIC ZZZ,ZZ9.
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
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   SPACE   TO   WRK-MITUKE-SW.
           MOVE   SPACE   TO   WRK-RAR-ARI-SW.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
       *>
       *>  再印刷パラメータの取得（不正な指定は異常終了）
           MOVE   SPACE             TO   WRK-PARM-AREA.
           ACCEPT  WRK-PARM-AREA    FROM   COMMAND-LINE.
       *>
           IF   WRK-PARM-CHOHYO-ID   =   SPACE   THEN
                PERFORM   PARM-ERROR-PROC
           END-IF.
       *>
           EVALUATE   TRUE
               WHEN   WRK-PARM-HIZUKE-SHITEI
                      IF   WRK-PARM-ATAI   NOT   NUMERIC   THEN
                           PERFORM   PARM-ERROR-PROC
                      END-IF
               WHEN   WRK-PARM-RUNID-SHITEI
                      IF   WRK-PARM-ATAI(1:6)   NOT   NUMERIC   THEN
                           PERFORM   PARM-ERROR-PROC
                      END-IF
               WHEN   OTHER
                      PERFORM   PARM-ERROR-PROC
           END-EVALUATE.
       *>
       *>  帳票保存索引から再印刷する帳票を確定する
           PERFORM   SAKUIN-SEARCH-PROC.
       *>
           IF   NOT   WRK-MITUKE   THEN
                DISPLAY   MS7-MESSAGE-AREA   UPON   CONSOLE
                MOVE   4   TO   RETURN-CODE
                STOP   RUN
           END-IF.
       *>
       *>ファイルのオープン
           OPEN   INPUT    RAR01-HOZON-FILE
                  OUTPUT   PRT77-SAIINSATSU-RPT.
       *>
           IF   RAR01-FILE-STATUS   NOT =   "00"   THEN
                MOVE   CST-END   TO   WRK-AT-END
                GO   TO   INIT-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-RAR-ARI-SW.
       *>
       *>帳票保存ファイルの読み込み
           PERFORM   HOZON-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           IF   WRK-RAR-ARI   THEN
                CLOSE   RAR01-HOZON-FILE
           END-IF.
           CLOSE   PRT77-SAIINSATSU-RPT.
       *>
           MOVE   WRK-TAISHO-CHOHYO-ID    TO   MSG2-CHOHYO-ID.
           MOVE   WRK-TAISHO-PROGRAM-ID   TO   MSG2-PROGRAM-ID.
           MOVE   WRK-TAISHO-RUN-DATE     TO   MSG3-RUN-DATE.
           MOVE   WRK-TAISHO-RUN-ID       TO   MSG3-RUN-ID.
           MOVE   WRK-OUT-COUNT           TO   MSG4-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  索引の行数と一致しない場合は警告する（保存ファイルの欠落）
           IF   WRK-OUT-COUNT   NOT =   WRK-TAISHO-GYO-SU   THEN
                MOVE   WRK-TAISHO-GYO-SU   TO   MSG9-COUNT
                DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE
                MOVE   8   TO   RETURN-CODE
           END-IF.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（再印刷する帳票の行のみ元のまま書き出す）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           IF   RAR01-CHOHYO-ID   =   WRK-TAISHO-CHOHYO-ID
           AND  RAR01-RUN-DATE    =   WRK-TAISHO-RUN-DATE
           AND  RAR01-RUN-ID      =   WRK-TAISHO-RUN-ID   THEN
                MOVE   RAR01-GYO   TO   PRT77-RECODE
                WRITE  PRT77-RECODE
                ADD    1           TO   WRK-OUT-COUNT
           END-IF.
       *>
           PERFORM   HOZON-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>帳票保存索引の検索（指定に該当する最後の索引を再印刷の対象とする）
       *>----------------------------------------------------------------------------
       SAKUIN-SEARCH-PROC                 SECTION.
       *>
           OPEN   INPUT   RIX01-SAKUIN-FILE.
           IF   RIX01-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   SAKUIN-SEARCH-PROC-EXIT
           END-IF.
       *>
           PERFORM   SAKUIN-CHECK-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   RIX01-SAKUIN-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       SAKUIN-SEARCH-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>帳票保存索引の照合（１件分）
       *>----------------------------------------------------------------------------
       SAKUIN-CHECK-PROC                  SECTION.
       *>
           READ   RIX01-SAKUIN-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   SAKUIN-CHECK-PROC-EXIT
           END-READ.
       *>
           IF   RIX01-CHOHYO-ID   NOT =   WRK-PARM-CHOHYO-ID   THEN
                GO   TO   SAKUIN-CHECK-PROC-EXIT
           END-IF.
       *>
           IF   WRK-PARM-HIZUKE-SHITEI
           AND  RIX01-RUN-DATE   NOT =   WRK-PARM-ATAI   THEN
                GO   TO   SAKUIN-CHECK-PROC-EXIT
           END-IF.
       *>
           IF   WRK-PARM-RUNID-SHITEI
           AND  RIX01-RUN-ID   NOT =   WRK-PARM-ATAI(1:6)   THEN
                GO   TO   SAKUIN-CHECK-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"                TO   WRK-MITUKE-SW.
           MOVE   RIX01-CHOHYO-ID    TO   WRK-TAISHO-CHOHYO-ID.
           MOVE   RIX01-RUN-DATE     TO   WRK-TAISHO-RUN-DATE.
           MOVE   RIX01-RUN-ID       TO   WRK-TAISHO-RUN-ID.
           MOVE   RIX01-PROGRAM-ID   TO   WRK-TAISHO-PROGRAM-ID.
           MOVE   RIX01-GYO-SU       TO   WRK-TAISHO-GYO-SU.
       *>
       SAKUIN-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>パラメータ不正時の異常終了
       *>----------------------------------------------------------------------------
       PARM-ERROR-PROC                    SECTION.
       *>
           DISPLAY   MS8-MESSAGE-AREA   UPON   CONSOLE.
           MOVE   16   TO   RETURN-CODE.
           STOP   RUN.
       *>
       PARM-ERROR-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]帳票保存ファイルの読み込み
       *>----------------------------------------------------------------------------
       HOZON-FILE-READ-PROC               SECTION.
       *>
           READ   RAR01-HOZON-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       HOZON-FILE-READ-PROC-EXIT.
       *>
           EXIT.
