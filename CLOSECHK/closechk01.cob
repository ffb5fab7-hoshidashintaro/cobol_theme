       *>----------------------------------------------------------------------------
       *>月次締めチェックリスト作成処理
       *>  月次締めストリーム（MONTHRUN）の最後、会計期間のクローズ
       *>  （PERUPD01）の前に実行し、締めに必要な各工程（STMT01・
       *>  CASHAPP01・AGING01・REBATE01・BGTRPT01・YOYCMP01・
       *>  BASKET01・CRANK01・CPROF01・VALUATION01・TURNOV01・
       *>  SHRINK01・OBSPRV01・GLEXTR01）が対象月について正常終了したことを
       *>  共通監査ログ（AUD01）から確認してチェックリストを印刷する。
       *>  対象年月はコマンドラインで指定する（ＹＹＹＹＭＭ）。省略時は
       *>  実行日が締め開始日より前なら前月、以後なら当月とする。
       *>  対象月の締め開始日（共通実行パラメータ CLOSECHK01／KAISHI-HI
       *>  ・未設定時は２５日）から実行日までの監査ログを対象とし、
       *>  工程ごとに最も新しい実行を採る。監査ログは正常終了時にのみ
       *>  記録されるため、記録の無い工程は未完了とする。また、前の
       *>  工程より先に終了している工程は順序誤りとする。
       *>  未完了・順序誤りが１件でもあれば戻りコード８で終了し、
       *>  後続の会計期間クローズを実行させない。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        CLOSECHK01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]共通監査ログファイル
       *>----------------------------------------------------------------------------
       SELECT    AUD01-AUDIT-LOG      ASSIGN       TO   "AUD01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS AUD-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]月次締めチェックリスト
       *>----------------------------------------------------------------------------
       SELECT    PRT78-CHECK-RPT      ASSIGN       TO   "PRT78.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]共通監査ログファイルのレイアウト定義（AUDIT_LOG01と同一）
       *>----------------------------------------------------------------------------
       FD   AUD01-AUDIT-LOG.
       01   AUD01-AUDIT-REC.
            03   AUD-JOB-NAME               PIC X(020).
            03   FILLER                     PIC X(001).
            03   AUD-RUN-ID                 PIC 9(006).
            03   FILLER                     PIC X(001).
            03   AUD-RUN-DATE               PIC 9(008).
            03   FILLER                     PIC X(001).
            03   AUD-RUN-TIME               PIC 9(006).
            03   FILLER                     PIC X(001).
            03   AUD-IN-COUNT               PIC 9(006).
            03   FILLER                     PIC X(001).
            03   AUD-OUT-COUNT              PIC 9(006).
            03   FILLER                     PIC X(001).
            03   AUD-ERROR-COUNT            PIC 9(006).
            03   FILLER                     PIC X(001).
            03   AUD-START-TIME             PIC 9(006).
            03   FILLER                     PIC X(001).
            03   AUD-END-TIME               PIC 9(006).
            03   FILLER                     PIC X(001).
            03   AUD-ELAPSED-SEC            PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]月次締めチェックリストのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT78-CHECK-RPT.
       01   PRT78-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--月次締めの工程（実行順。監査ログのジョブ名と同じ）--
       77   CST-KOTEI-SU                      PIC 9(002) VALUE 14.
       01   CST-KOTEI-TBL.
            03   FILLER                       PIC X(020)
                                        VALUE "STMT01".
            03   FILLER                       PIC X(020)
                                        VALUE "CASHAPP01".
            03   FILLER                       PIC X(020)
                                        VALUE "AGING01".
            03   FILLER                       PIC X(020)
                                        VALUE "REBATE01".
            03   FILLER                       PIC X(020)
                                        VALUE "BGTRPT01".
            03   FILLER                       PIC X(020)
                                        VALUE "YOYCMP01".
            03   FILLER                       PIC X(020)
                                        VALUE "BASKET01".
            03   FILLER                       PIC X(020)
                                        VALUE "CRANK01".
            03   FILLER                       PIC X(020)
                                        VALUE "CPROF01".
            03   FILLER                       PIC X(020)
                                        VALUE "VALUATION01".
            03   FILLER                       PIC X(020)
                                        VALUE "TURNOV01".
            03   FILLER                       PIC X(020)
                                        VALUE "SHRINK01".
            03   FILLER                       PIC X(020)
                                        VALUE "OBSPRV01".
            03   FILLER                       PIC X(020)
                                        VALUE "GLEXTR01".
       01   CST-KOTEI-R   REDEFINES   CST-KOTEI-TBL.
            03   CST-KOTEI-JOB                PIC X(020) OCCURS 14.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--監査ログ読込件数・完了工程数・未完了（順序誤り含む）工程数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
       *>
       01   AUD-FILE-STATUS                   PIC XX.
       *>
       *>--監査ログの有無（無い場合は全工程を未完了とする）--
       01   WRK-AUD-ARI-SW                    PIC X(001).
            88   WRK-AUD-ARI                  VALUE "Y".
       *>
       *>--工程ごとの確認結果（対象期間内で最も新しい実行）--
       01   WRK-KEKKA-TBL.
            03   WRK-KEKKA-ENT                    OCCURS 14.
                 05   WRK-KEKKA-ARI-SW            PIC X(001).
                      88   WRK-KEKKA-ARI          VALUE "Y".
                 05   WRK-KEKKA-NICHIJI           PIC 9(014).
                 05   WRK-KEKKA-NICHIJI-H  REDEFINES
                                          WRK-KEKKA-NICHIJI.
                      07   WRK-KEKKA-HIZUKE       PIC 9(008).
                      07   WRK-KEKKA-JIKOKU       PIC 9(006).
                 05   WRK-KEKKA-IN-COUNT          PIC 9(006).
                 05   WRK-KEKKA-OUT-COUNT         PIC 9(006).
                 05   WRK-KEKKA-ERR-COUNT         PIC 9(006).
                 05   WRK-KEKKA-JOKYO             PIC X(012).
       01   WRK-KOTEI-IDX                     PIC 9(002).
       01   WRK-KOTEI-HIT-IDX                 PIC 9(002).
       *>--前の工程までで最も遅い終了日時（順序判定用）--
       01   WRK-SAISHIN-NICHIJI               PIC 9(014).
       *>
       *>--監査ログ１件の終了日時（比較用）--
       01   WRK-AUD-NICHIJI                   PIC 9(014).
       01   WRK-AUD-NICHIJI-H   REDEFINES   WRK-AUD-NICHIJI.
            03   WRK-AUD-HIZUKE               PIC 9(008).
            03   WRK-AUD-JIKOKU               PIC 9(006).
       *>
       *>--対象年月と確認対象期間（締め開始日～実行日）--
       01   WRK-TAISHO-NENGETU                PIC 9(006).
       01   WRK-TAISHO-NENGETU-H  REDEFINES  WRK-TAISHO-NENGETU.
            03   WRK-TAISHO-NEN               PIC 9(004).
            03   WRK-TAISHO-GETU              PIC 9(002).
       01   WRK-KAISHI-HIZUKE                 PIC 9(008).
       01   WRK-KAISHI-HIZUKE-H  REDEFINES  WRK-KAISHI-HIZUKE.
            03   WRK-KAISHI-NENGETU           PIC 9(006).
            03   WRK-KAISHI-HI                PIC 9(002).
       *>
       *>--締め開始日（共通実行パラメータで上書きできる）--
       01   WRK-KAISHI-HI-PRM                 PIC 9(002) VALUE 25.
       *>
       *>--コマンドライン引数（対象年月ＹＹＹＹＭＭ）の受け取り領域--
       01   WRK-PARAM-AREA                    PIC X(020).
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "CLOSECHK01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "CLOSECHK01".
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
            03   FILLER                       PIC X(036)
                        VALUE "月次締めチェックリスト".
            03   FILLER                       PIC X(018)
                                 VALUE "対象年月：".
            03   HD01-TAISHO-NEN              PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-TAISHO-GETU             PIC 9(002).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD02-KIKAN-LINE.
            03   FILLER                       PIC X(030)
                                 VALUE "確認対象の監査ログ：".
            03   HD02-KAISHI                  PIC 9999/99/99.
            03   FILLER                       PIC X(005)
                                 VALUE " ～ ".
            03   HD02-SHURYO                  PIC 9999/99/99.
       *>
       01   HD03-KOMOKU-LINE.
            03   FILLER                       PIC X(004) VALUE "No".
            03   FILLER                       PIC X(013)
                                 VALUE "工程".
            03   FILLER                       PIC X(013)
                                 VALUE "状況".
            03   FILLER                       PIC X(020)
                                 VALUE "終了日時".
            03   FILLER                       PIC X(012)
                                 VALUE "入力件数".
            03   FILLER                       PIC X(012)
                                 VALUE "出力件数".
            03   FILLER                       PIC X(015)
                                 VALUE "エラー件数".
       *>
       01   HD04-MEISAI-LINE.
            03   HD04-NO                      PIC Z9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-JOB-NAME                PIC X(012).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-JOKYO                   PIC X(012).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-HIZUKE                  PIC 9999/99/99.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-JIKOKU                  PIC 99B99B99.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(005) VALUE SPACE.
            03   HD04-OUT-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(005) VALUE SPACE.
            03   HD04-ERR-COUNT               PIC ZZZ,ZZ9.
       *>
       01   HD05-HANTEI-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "判定：".
            03   HD05-HANTEI                  PIC X(030).
            03   FILLER                       PIC X(024)
                                 VALUE "　未完了工程数：".
            03   HD05-NG-COUNT                PIC Z9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "CLOSECHK01の確認結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "完了工程数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "未完了工程数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--未完了の工程がある場合に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(045)
                 VALUE "未完了の工程あり・クローズ不可".
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
       *>初期処理（対象年月・確認対象期間の決定）
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   SPACE   TO   WRK-AUD-ARI-SW.
           MOVE   ZERO    TO   WRK-IN-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-ERROR-COUNT.
       *>
           PERFORM   KEKKA-CLEAR-PROC
                    VARYING   WRK-KOTEI-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOTEI-IDX   >   CST-KOTEI-SU.
       *>
       *>  開始時刻・実行日の取得
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE     TO     WRK-RUN-DATE-H.
       *>
       *>  締め開始日の取得（共通実行パラメータ・未設定時は２５日）
           MOVE   "KAISHI-HI"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:2)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:2)   >=   "01"
           AND  WRK-PRM-PARM-ATAI(1:2)   <=   "28"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:2)   TO   WRK-KAISHI-HI-PRM
           END-IF.
       *>
       *>  対象年月の決定（引数省略時は締め開始日前なら前月、以後なら当月）
           ACCEPT   WRK-PARAM-AREA   FROM   COMMAND-LINE.
       *>
           IF   WRK-PARAM-AREA(1:6)   IS   NUMERIC   THEN
                MOVE   WRK-PARAM-AREA(1:6)   TO   WRK-TAISHO-NENGETU
           ELSE
                MOVE   WRK-RUN-NEN    TO   WRK-TAISHO-NEN
                MOVE   WRK-RUN-GETU   TO   WRK-TAISHO-GETU
                IF   WRK-RUN-HI   <   WRK-KAISHI-HI-PRM   THEN
                     IF   WRK-TAISHO-GETU   =   1   THEN
                          MOVE   12   TO   WRK-TAISHO-GETU
                          SUBTRACT   1   FROM   WRK-TAISHO-NEN
                     ELSE
                          SUBTRACT   1   FROM   WRK-TAISHO-GETU
                     END-IF
                END-IF
           END-IF.
       *>
       *>  確認対象期間の開始日（対象月の締め開始日）
           MOVE   WRK-TAISHO-NENGETU   TO   WRK-KAISHI-NENGETU.
           MOVE   WRK-KAISHI-HI-PRM    TO   WRK-KAISHI-HI.
       *>
       *>ファイルのオープン（監査ログが無い場合は全工程を未完了とする）
           OPEN   OUTPUT   PRT78-CHECK-RPT.
           OPEN   INPUT    AUD01-AUDIT-LOG.
       *>
           IF   AUD-FILE-STATUS   NOT =   "00"   THEN
                MOVE   CST-END   TO   WRK-AT-END
                GO   TO   INIT-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-AUD-ARI-SW.
           PERFORM   AUDIT-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理（工程ごとの判定とチェックリストの印刷）
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           IF   WRK-AUD-ARI   THEN
                CLOSE   AUD01-AUDIT-LOG
           END-IF.
       *>
       *>  見出しの印刷
           MOVE   WRK-TAISHO-NEN      TO   HD01-TAISHO-NEN.
           MOVE   WRK-TAISHO-GETU     TO   HD01-TAISHO-GETU.
           MOVE   WRK-RUN-NEN         TO   HD01-NEN.
           MOVE   WRK-RUN-GETU        TO   HD01-GETU.
           MOVE   WRK-RUN-HI          TO   HD01-HI.
           MOVE   SPACE               TO   PRT78-RECODE.
           WRITE  PRT78-RECODE        FROM   HD01-MIDASHI-1.
           MOVE   WRK-KAISHI-HIZUKE   TO   HD02-KAISHI.
           MOVE   WRK-RUN-DATE        TO   HD02-SHURYO.
           MOVE   SPACE               TO   PRT78-RECODE.
           WRITE  PRT78-RECODE        FROM   HD02-KIKAN-LINE.
           MOVE   SPACE               TO   PRT78-RECODE.
           WRITE  PRT78-RECODE        FROM   HD03-KOMOKU-LINE.
       *>
       *>  工程ごとの判定と明細の印刷
           MOVE   ZERO   TO   WRK-SAISHIN-NICHIJI.
           PERFORM   KOTEI-HANTEI-PROC
                    VARYING   WRK-KOTEI-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOTEI-IDX   >   CST-KOTEI-SU.
       *>
       *>  判定行の印刷
           IF   WRK-ERROR-COUNT   =   ZERO   THEN
                MOVE   "締め可"                 TO   HD05-HANTEI
           ELSE
                MOVE   "締め不可（要再実行）"
                                                  TO   HD05-HANTEI
           END-IF.
           MOVE   WRK-ERROR-COUNT   TO   HD05-NG-COUNT.
           MOVE   SPACE             TO   PRT78-RECODE.
           WRITE  PRT78-RECODE      FROM   HD05-HANTEI-LINE.
       *>
           CLOSE   PRT78-CHECK-RPT.
       *>
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
       *>  未完了の工程があれば期間クローズを止める
           IF   WRK-ERROR-COUNT   >   ZERO   THEN
                DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE
                MOVE   8   TO   RETURN-CODE
           END-IF.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（確認対象期間内の締め工程の実行を工程ごとに採る）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
           PERFORM   KOTEI-KAKUNIN-PROC.
       *>
           PERFORM   AUDIT-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>監査ログ１件の確認（締め工程の実行であれば確認結果へ採る）
       *>----------------------------------------------------------------------------
       KOTEI-KAKUNIN-PROC                 SECTION.
       *>
           IF   AUD-RUN-DATE   <   WRK-KAISHI-HIZUKE
           OR   AUD-RUN-DATE   >   WRK-RUN-DATE   THEN
                GO   TO   KOTEI-KAKUNIN-PROC-EXIT
           END-IF.
       *>
           MOVE   ZERO   TO   WRK-KOTEI-HIT-IDX.
           PERFORM   KOTEI-SAGASHI-PROC
                    VARYING   WRK-KOTEI-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOTEI-IDX   >   CST-KOTEI-SU
                    OR      WRK-KOTEI-HIT-IDX   >   ZERO.
       *>
           IF   WRK-KOTEI-HIT-IDX   =   ZERO   THEN
                GO   TO   KOTEI-KAKUNIN-PROC-EXIT
           END-IF.
       *>
       *>  同じ工程が複数回実行されている場合は最も新しい実行を採る
           MOVE   AUD-RUN-DATE   TO   WRK-AUD-HIZUKE.
           MOVE   AUD-RUN-TIME   TO   WRK-AUD-JIKOKU.
       *>
           IF   WRK-KEKKA-ARI(WRK-KOTEI-HIT-IDX)
           AND  WRK-AUD-NICHIJI   <
                WRK-KEKKA-NICHIJI(WRK-KOTEI-HIT-IDX)   THEN
                GO   TO   KOTEI-KAKUNIN-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"               TO
                  WRK-KEKKA-ARI-SW(WRK-KOTEI-HIT-IDX).
           MOVE   WRK-AUD-NICHIJI   TO
                  WRK-KEKKA-NICHIJI(WRK-KOTEI-HIT-IDX).
           MOVE   AUD-IN-COUNT      TO
                  WRK-KEKKA-IN-COUNT(WRK-KOTEI-HIT-IDX).
           MOVE   AUD-OUT-COUNT     TO
                  WRK-KEKKA-OUT-COUNT(WRK-KOTEI-HIT-IDX).
           MOVE   AUD-ERROR-COUNT   TO
                  WRK-KEKKA-ERR-COUNT(WRK-KOTEI-HIT-IDX).
       *>
       KOTEI-KAKUNIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>確認結果の初期化（１工程分）
       *>----------------------------------------------------------------------------
       KEKKA-CLEAR-PROC                   SECTION.
       *>
           MOVE   SPACE   TO   WRK-KEKKA-ARI-SW(WRK-KOTEI-IDX).
           MOVE   ZERO    TO   WRK-KEKKA-NICHIJI(WRK-KOTEI-IDX).
           MOVE   ZERO    TO   WRK-KEKKA-IN-COUNT(WRK-KOTEI-IDX).
           MOVE   ZERO    TO   WRK-KEKKA-OUT-COUNT(WRK-KOTEI-IDX).
           MOVE   ZERO    TO   WRK-KEKKA-ERR-COUNT(WRK-KOTEI-IDX).
           MOVE   SPACE   TO   WRK-KEKKA-JOKYO(WRK-KOTEI-IDX).
       *>
       KEKKA-CLEAR-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>監査ログのジョブ名から締め工程を探す（１工程分）
       *>----------------------------------------------------------------------------
       KOTEI-SAGASHI-PROC                 SECTION.
       *>
           IF   AUD-JOB-NAME   =   CST-KOTEI-JOB(WRK-KOTEI-IDX)   THEN
                MOVE   WRK-KOTEI-IDX   TO   WRK-KOTEI-HIT-IDX
           END-IF.
       *>
       KOTEI-SAGASHI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>工程ごとの判定と明細の印刷（１工程分）
       *>  記録の無い工程は未実行、前のいずれかの工程より先に終了した
       *>  工程は順序誤りとする
       *>----------------------------------------------------------------------------
       KOTEI-HANTEI-PROC                  SECTION.
       *>
           EVALUATE   TRUE
               WHEN   NOT   WRK-KEKKA-ARI(WRK-KOTEI-IDX)
                      MOVE   "未実行"     TO
                             WRK-KEKKA-JOKYO(WRK-KOTEI-IDX)
                      ADD    1            TO   WRK-ERROR-COUNT
               WHEN   WRK-KEKKA-NICHIJI(WRK-KOTEI-IDX)   <
                      WRK-SAISHIN-NICHIJI
                      MOVE   "順序誤り"   TO
                             WRK-KEKKA-JOKYO(WRK-KOTEI-IDX)
                      ADD    1            TO   WRK-ERROR-COUNT
               WHEN   OTHER
                      MOVE   "完了"       TO
                             WRK-KEKKA-JOKYO(WRK-KOTEI-IDX)
                      ADD    1            TO   WRK-OUT-COUNT
                      MOVE   WRK-KEKKA-NICHIJI(WRK-KOTEI-IDX)   TO
                             WRK-SAISHIN-NICHIJI
           END-EVALUATE.
       *>
           MOVE   SPACE                              TO
                  HD04-MEISAI-LINE.
           MOVE   WRK-KOTEI-IDX                      TO   HD04-NO.
           MOVE   CST-KOTEI-JOB(WRK-KOTEI-IDX)       TO   HD04-JOB-NAME.
           MOVE   WRK-KEKKA-JOKYO(WRK-KOTEI-IDX)     TO   HD04-JOKYO.
       *>
           IF   WRK-KEKKA-ARI(WRK-KOTEI-IDX)   THEN
                MOVE   WRK-KEKKA-HIZUKE(WRK-KOTEI-IDX)     TO
                       HD04-HIZUKE
                MOVE   WRK-KEKKA-JIKOKU(WRK-KOTEI-IDX)     TO
                       HD04-JIKOKU
                INSPECT   HD04-JIKOKU   REPLACING   ALL   " "   BY   ":"
                MOVE   WRK-KEKKA-IN-COUNT(WRK-KOTEI-IDX)   TO
                       HD04-IN-COUNT
                MOVE   WRK-KEKKA-OUT-COUNT(WRK-KOTEI-IDX)  TO
                       HD04-OUT-COUNT
                MOVE   WRK-KEKKA-ERR-COUNT(WRK-KOTEI-IDX)  TO
                       HD04-ERR-COUNT
           END-IF.
       *>
           MOVE   SPACE              TO   PRT78-RECODE.
           WRITE  PRT78-RECODE       FROM   HD04-MEISAI-LINE.
       *>
       KOTEI-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]共通監査ログファイルの読み込み
       *>----------------------------------------------------------------------------
       AUDIT-FILE-READ-PROC               SECTION.
       *>
           READ   AUD01-AUDIT-LOG
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       AUDIT-FILE-READ-PROC-EXIT.
       *>
           EXIT.
