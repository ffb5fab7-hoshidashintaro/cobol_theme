       *>----------------------------------------------------------------------------
       *>店別帳票分割処理
       *>  店番を持つ帳票の印刷ファイル（店別充足率一覧表PRT19（KPI01）・
       *>  週次店別売上集計表PRT11（WEEKLY01）・店舗補充提案一覧表PRT48
       *>  （STREP01）・ケース丸め処置一覧表PRT30（CASERPT01））を読み、
       *>  各行を店番ごとに振り分けて店別の帳票に組み直す。店別の帳票は
       *>  帳票ごとに元の表題行と店番・ページ番号の見出し行を改ページの
       *>  たびに付け、ページ番号は店・帳票ごとに１から振り直す。
       *>  組み直した帳票は店別抽出ファイル（EXT01）へ追記し、DISTOUT01の
       *>  店別エンベロープで配信して受信確認を取る。抽出の内容は
       *>  "RP"＋帳票の印刷ファイル名（５桁）＋印刷行とする。
       *>  全社合計・総合計など店番を持たない行は店舗へは送らない。
       *>  無い印刷ファイルは対象なしとして処理する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        BURST01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]店別充足率一覧表（KPI01の印刷ファイル）
       *>----------------------------------------------------------------------------
       SELECT    PRT19-KPI-REPORT     ASSIGN       TO   "PRT19.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PRT19-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]週次店別売上集計表（WEEKLY01の印刷ファイル）
       *>----------------------------------------------------------------------------
       SELECT    PRT11-WEEKLY-REPORT  ASSIGN       TO   "PRT11.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PRT11-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]店舗補充提案一覧表（STREP01の印刷ファイル）
       *>----------------------------------------------------------------------------
       SELECT    PRT48-TEIAN-RPT      ASSIGN       TO   "PRT48.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PRT48-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]ケース丸め処置一覧表（CASERPT01の印刷ファイル）
       *>----------------------------------------------------------------------------
       SELECT    PRT30-MARUME-REPORT  ASSIGN       TO   "PRT30.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PRT30-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>店番順整列用のソート作業ファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-GYO-FILE          ASSIGN       TO   "ST".
       *>----------------------------------------------------------------------------
       *>[出力]店別抽出ファイル（DISTOUT01の入力）
       *>----------------------------------------------------------------------------
       SELECT    EXT01-CHUSHUTSU-FILE ASSIGN       TO   "EXT01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS EXT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]店別充足率一覧表のレイアウト定義（KPI01と同一）
       *>  （店別行は"店番："の後に店番）
       *>----------------------------------------------------------------------------
       FD   PRT19-KPI-REPORT.
       01   PRT19-RECODE.
            03   PRT19-MIDASHI                PIC X(009).
            03   PRT19-MISEBAN                PIC X(003).
            03   FILLER                       PIC X(138).
       *>----------------------------------------------------------------------------
       *>[入力]週次店別売上集計表のレイアウト定義（WEEKLY01と同一）
       *>  （明細行は"店番："、店別合計行は"店別合計："の後に店番）
       *>----------------------------------------------------------------------------
       FD   PRT11-WEEKLY-REPORT.
       01   PRT11-RECODE.
            03   PRT11-MIDASHI                PIC X(009).
            03   PRT11-MISEBAN                PIC X(003).
            03   FILLER                       PIC X(088).
       01   PRT11-GOUKEI-RECODE  REDEFINES   PRT11-RECODE.
            03   PRT11-GOUKEI-MIDASHI         PIC X(015).
            03   PRT11-GOUKEI-MISEBAN         PIC X(003).
            03   FILLER                       PIC X(082).
       *>----------------------------------------------------------------------------
       *>[入力]店舗補充提案一覧表のレイアウト定義（STREP01と同一）
       *>  （明細行は先頭３桁が店番）
       *>----------------------------------------------------------------------------
       FD   PRT48-TEIAN-RPT.
       01   PRT48-RECODE.
            03   PRT48-MISEBAN                PIC X(003).
            03   FILLER                       PIC X(117).
       *>----------------------------------------------------------------------------
       *>[入力]ケース丸め処置一覧表のレイアウト定義（CASERPT01と同一）
       *>  （"店番："の店見出し行の後に、その店の処置明細行が続く）
       *>----------------------------------------------------------------------------
       FD   PRT30-MARUME-REPORT.
       01   PRT30-RECODE.
            03   PRT30-MIDASHI                PIC X(010).
            03   PRT30-MISEBAN                PIC X(003).
            03   FILLER                       PIC X(087).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義
       *>  （店番・帳票順・元の行順で整列する）
       *>----------------------------------------------------------------------------
       SD   ST-GYO-FILE.
       01   ST-RECODE.
            03   ST-MISEBAN                   PIC X(003).
            03   ST-CHOHYO-JUN                PIC 9(001).
            03   ST-GYO-BANGOU                PIC 9(006).
            03   ST-GYO                       PIC X(150).
       *>----------------------------------------------------------------------------
       *>[出力]店別抽出ファイルのレイアウト定義（先頭３桁が店番。
       *>  以降は"RP"＋帳票の印刷ファイル名＋印刷行）
       *>----------------------------------------------------------------------------
       FD   EXT01-CHUSHUTSU-FILE.
       01   EXT01-RECODE.
            03   EXT01-MISEBAN                PIC X(003).
            03   EXT01-NAIYO.
                 05   EXT01-NAIYO-KUBUN       PIC X(002).
                 05   EXT01-CHOHYO-ID         PIC X(005).
                 05   EXT01-GYO               PIC X(150).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>--１ページの印刷行数の上限（見出しを除く）--
       77   CST-MAX-LINE                      PIC 9(002) VALUE 50.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--読み込んだ印刷行数・店舗へ振り分けた行数・送らない行数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-FURIWAKE-COUNT           PIC 9(006).
            03   WRK-TAISHOGAI-COUNT          PIC 9(006).
            *>--店別抽出ファイルへの書き出し件数・配信店舗数--
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-MISE-COUNT               PIC 9(006).
            *>--帳票ごとの行番号（元の印刷順）--
            03   WRK-GYO-BANGOU               PIC 9(006).
            *>--店・帳票ごとのページ番号と印刷行数--
            03   WRK-PAGE-COUNT               PIC 9(003).
            03   WRK-LINE-COUNT               PIC 9(003).
       *>
       01   PRT19-FILE-STATUS                 PIC XX.
       01   PRT11-FILE-STATUS                 PIC XX.
       01   PRT48-FILE-STATUS                 PIC XX.
       01   PRT30-FILE-STATUS                 PIC XX.
       01   EXT-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "BURST01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       01   WRK-ERR-COUNT                     PIC 9(006) VALUE ZERO.
       *>
       *>--帳票ごとの表題行（各印刷ファイルの先頭行）と印刷ファイル名--
       01   WRK-CHOHYO-TBL.
            03   WRK-CHOHYO-ENT                   OCCURS 4.
                 05   WRK-CHOHYO-ID               PIC X(005).
                 05   WRK-CHOHYO-HYODAI           PIC X(150).
       01   WRK-CHOHYO-JUN                    PIC 9(001).
       *>
       *>--ケース丸め処置一覧表の処理中の店番（店見出し行で切り替える）--
       01   WRK-CUR-MISEBAN                   PIC X(003).
       *>
       *>--前レコードの集計キー（店番・帳票順）保存用--
       01   KEY-MISEBAN                       PIC X(003).
       01   KEY-CHOHYO-JUN                    PIC 9(001).
       *>
       *>--店別帳票のページ見出し行--
       01   HD01-MIDASHI-2.
            03   FILLER                       PIC X(009)
                                 VALUE "店番：".
            03   HD01-MISEBAN                 PIC X(003).
            03   FILLER                       PIC X(015)
                                 VALUE "　ページ：".
            03   HD01-PAGE                    PIC ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "BURST01の処理結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "印刷行読込件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "店別振分行数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "店番なし行数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "配信店舗数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "店別抽出件数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  各帳票の店番を持つ行を店番・帳票・行順に整列し、店別の帳票に
       *>  組み直して店別抽出ファイルへ書き出す
           SORT   ST-GYO-FILE
                  ON   ASCENDING   KEY   ST-MISEBAN
                                         ST-CHOHYO-JUN
                                         ST-GYO-BANGOU
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
           MOVE   ZERO    TO   WRK-FURIWAKE-COUNT.
           MOVE   ZERO    TO   WRK-TAISHOGAI-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-MISE-COUNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
           MOVE   "PRT19"   TO   WRK-CHOHYO-ID(1).
           MOVE   "PRT11"   TO   WRK-CHOHYO-ID(2).
           MOVE   "PRT48"   TO   WRK-CHOHYO-ID(3).
           MOVE   "PRT30"   TO   WRK-CHOHYO-ID(4).
           MOVE   SPACE     TO   WRK-CHOHYO-HYODAI(1)
                                 WRK-CHOHYO-HYODAI(2)
                                 WRK-CHOHYO-HYODAI(3)
                                 WRK-CHOHYO-HYODAI(4).
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           MOVE   WRK-IN-COUNT          TO   MSG2-COUNT.
           MOVE   WRK-FURIWAKE-COUNT    TO   MSG3-COUNT.
           MOVE   WRK-TAISHOGAI-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-MISE-COUNT        TO   MSG5-COUNT.
           MOVE   WRK-OUT-COUNT         TO   MSG6-COUNT.
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
                                          WRK-OUT-COUNT
                                          WRK-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（各帳票の印刷ファイルを読み、店番を持つ行を渡す）
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC               SECTION.
       *>
       *>  店別充足率一覧表
           MOVE   1      TO   WRK-CHOHYO-JUN.
           MOVE   ZERO   TO   WRK-GYO-BANGOU.
           OPEN   INPUT   PRT19-KPI-REPORT.
           IF   PRT19-FILE-STATUS   =   "00"   THEN
                PERFORM   PRT19-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PRT19-KPI-REPORT
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       *>  週次店別売上集計表
           MOVE   2      TO   WRK-CHOHYO-JUN.
           MOVE   ZERO   TO   WRK-GYO-BANGOU.
           OPEN   INPUT   PRT11-WEEKLY-REPORT.
           IF   PRT11-FILE-STATUS   =   "00"   THEN
                PERFORM   PRT11-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PRT11-WEEKLY-REPORT
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       *>  店舗補充提案一覧表
           MOVE   3      TO   WRK-CHOHYO-JUN.
           MOVE   ZERO   TO   WRK-GYO-BANGOU.
           OPEN   INPUT   PRT48-TEIAN-RPT.
           IF   PRT48-FILE-STATUS   =   "00"   THEN
                PERFORM   PRT48-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PRT48-TEIAN-RPT
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       *>  ケース丸め処置一覧表
           MOVE   4      TO   WRK-CHOHYO-JUN.
           MOVE   ZERO   TO   WRK-GYO-BANGOU.
           MOVE   SPACE  TO   WRK-CUR-MISEBAN.
           OPEN   INPUT   PRT30-MARUME-REPORT.
           IF   PRT30-FILE-STATUS   =   "00"   THEN
                PERFORM   PRT30-RELEASE-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PRT30-MARUME-REPORT
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店別充足率一覧表の読み込みと受け渡し（１行分）
       *>  先頭行は表題行として退避し、"店番："の行をその店へ渡す
       *>----------------------------------------------------------------------------
       PRT19-RELEASE-PROC                 SECTION.
       *>
           READ   PRT19-KPI-REPORT
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   PRT19-RELEASE-PROC-EXIT
           END-READ.
       *>
           ADD   1   TO   WRK-IN-COUNT.
           ADD   1   TO   WRK-GYO-BANGOU.
           IF   WRK-GYO-BANGOU   =   1   THEN
                MOVE   PRT19-RECODE   TO   WRK-CHOHYO-HYODAI(1)
                GO   TO   PRT19-RELEASE-PROC-EXIT
           END-IF.
       *>
           IF   PRT19-MIDASHI   NOT =   "店番："   THEN
                ADD   1   TO   WRK-TAISHOGAI-COUNT
                GO   TO   PRT19-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   PRT19-MISEBAN   TO   ST-MISEBAN.
           MOVE   PRT19-RECODE    TO   ST-GYO.
           PERFORM   ST-RELEASE-PROC.
       *>
       PRT19-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>週次店別売上集計表の読み込みと受け渡し（１行分）
       *>  先頭行は表題行として退避する。改ページごとの表題行・ページ行は
       *>  店別に付け直すため渡さない。明細行・店別合計行をその店へ渡す
       *>----------------------------------------------------------------------------
       PRT11-RELEASE-PROC                 SECTION.
       *>
           READ   PRT11-WEEKLY-REPORT
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   PRT11-RELEASE-PROC-EXIT
           END-READ.
       *>
           ADD   1   TO   WRK-IN-COUNT.
           ADD   1   TO   WRK-GYO-BANGOU.
           IF   WRK-GYO-BANGOU   =   1   THEN
                MOVE   PRT11-RECODE   TO   WRK-CHOHYO-HYODAI(2)
                GO   TO   PRT11-RELEASE-PROC-EXIT
           END-IF.
       *>
           IF   PRT11-RECODE   =   WRK-CHOHYO-HYODAI(2)
           OR   PRT11-RECODE(1:12)   =   "ページ："   THEN
                GO   TO   PRT11-RELEASE-PROC-EXIT
           END-IF.
       *>
           EVALUATE   TRUE
               WHEN   PRT11-MIDASHI   =   "店番："
                      MOVE   PRT11-MISEBAN          TO   ST-MISEBAN
               WHEN   PRT11-GOUKEI-MIDASHI   =   "店別合計："
                      MOVE   PRT11-GOUKEI-MISEBAN   TO   ST-MISEBAN
               WHEN   OTHER
                      ADD   1   TO   WRK-TAISHOGAI-COUNT
                      GO   TO   PRT11-RELEASE-PROC-EXIT
           END-EVALUATE.
       *>
           MOVE   PRT11-RECODE    TO   ST-GYO.
           PERFORM   ST-RELEASE-PROC.
       *>
       PRT11-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗補充提案一覧表の読み込みと受け渡し（１行分）
       *>  先頭行は表題行として退避し、明細行を先頭の店番の店へ渡す
       *>----------------------------------------------------------------------------
       PRT48-RELEASE-PROC                 SECTION.
       *>
           READ   PRT48-TEIAN-RPT
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   PRT48-RELEASE-PROC-EXIT
           END-READ.
       *>
           ADD   1   TO   WRK-IN-COUNT.
           ADD   1   TO   WRK-GYO-BANGOU.
           IF   WRK-GYO-BANGOU   =   1   THEN
                MOVE   PRT48-RECODE   TO   WRK-CHOHYO-HYODAI(3)
                GO   TO   PRT48-RELEASE-PROC-EXIT
           END-IF.
       *>
           IF   PRT48-MISEBAN   =   SPACE   THEN
                ADD   1   TO   WRK-TAISHOGAI-COUNT
                GO   TO   PRT48-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   PRT48-MISEBAN   TO   ST-MISEBAN.
           MOVE   PRT48-RECODE    TO   ST-GYO.
           PERFORM   ST-RELEASE-PROC.
       *>
       PRT48-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ケース丸め処置一覧表の読み込みと受け渡し（１行分）
       *>  先頭行は表題行として退避する。"店番："の店見出し行で処理中の
       *>  店を切り替え、店見出し行と続く処置明細行をその店へ渡す
       *>----------------------------------------------------------------------------
       PRT30-RELEASE-PROC                 SECTION.
       *>
           READ   PRT30-MARUME-REPORT
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   PRT30-RELEASE-PROC-EXIT
           END-READ.
       *>
           ADD   1   TO   WRK-IN-COUNT.
           ADD   1   TO   WRK-GYO-BANGOU.
           IF   WRK-GYO-BANGOU   =   1   THEN
                MOVE   PRT30-RECODE   TO   WRK-CHOHYO-HYODAI(4)
                GO   TO   PRT30-RELEASE-PROC-EXIT
           END-IF.
       *>
           IF   PRT30-MIDASHI(1:9)   =   "店番："   THEN
                MOVE   PRT30-MISEBAN   TO   WRK-CUR-MISEBAN
           END-IF.
       *>
           IF   WRK-CUR-MISEBAN   =   SPACE   THEN
                ADD   1   TO   WRK-TAISHOGAI-COUNT
                GO   TO   PRT30-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-CUR-MISEBAN   TO   ST-MISEBAN.
           MOVE   PRT30-RECODE      TO   ST-GYO.
           PERFORM   ST-RELEASE-PROC.
       *>
       PRT30-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルへの受け渡し（店番・印刷行は設定済み）
       *>----------------------------------------------------------------------------
       ST-RELEASE-PROC                    SECTION.
       *>
           MOVE   WRK-CHOHYO-JUN   TO   ST-CHOHYO-JUN.
           MOVE   WRK-GYO-BANGOU   TO   ST-GYO-BANGOU.
           RELEASE   ST-RECODE.
           ADD   1   TO   WRK-FURIWAKE-COUNT.
       *>
       ST-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後処理（店・帳票ごとに見出しを付けて店別抽出ファイルへ書き出す）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC                SECTION.
       *>
       *>  店別抽出ファイルは追記モードでオープン（無ければ新規作成）
           OPEN   EXTEND   EXT01-CHUSHUTSU-FILE.
           IF   EXT-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   EXT01-CHUSHUTSU-FILE
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   SPACE   TO   KEY-MISEBAN.
           MOVE   ZERO    TO   KEY-CHOHYO-JUN.
       *>
           PERFORM   FILE-RETURN-PROC.
           PERFORM   RETURN-MAIN-PROC
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   EXT01-CHUSHUTSU-FILE.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店別帳票の書き出し（１行分・店または帳票の変わり目でページ番号を
       *>  振り直し、行数が上限を超えたら見出しを付け直す）
       *>----------------------------------------------------------------------------
       RETURN-MAIN-PROC                   SECTION.
       *>
           IF   ST-MISEBAN   NOT =   KEY-MISEBAN   THEN
                MOVE   ST-MISEBAN   TO   KEY-MISEBAN
                MOVE   ZERO         TO   KEY-CHOHYO-JUN
                ADD    1            TO   WRK-MISE-COUNT
           END-IF.
       *>
           IF   ST-CHOHYO-JUN   NOT =   KEY-CHOHYO-JUN   THEN
                MOVE   ST-CHOHYO-JUN   TO   KEY-CHOHYO-JUN
                MOVE   ZERO            TO   WRK-PAGE-COUNT
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
           IF   WRK-LINE-COUNT   >=   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
           MOVE   ST-GYO   TO   EXT01-GYO.
           PERFORM   EXT-WRITE-PROC.
           ADD    1   TO   WRK-LINE-COUNT.
       *>
           PERFORM   FILE-RETURN-PROC.
       *>
       RETURN-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店別帳票の見出しの書き出し（元の表題行と店番・ページ番号の行）
       *>----------------------------------------------------------------------------
       MIDASHI-WRITE-PROC                 SECTION.
       *>
           ADD    1   TO   WRK-PAGE-COUNT.
           MOVE   ZERO   TO   WRK-LINE-COUNT.
       *>
           MOVE   WRK-CHOHYO-HYODAI(KEY-CHOHYO-JUN)   TO   EXT01-GYO.
           PERFORM   EXT-WRITE-PROC.
       *>
           MOVE   KEY-MISEBAN      TO   HD01-MISEBAN.
           MOVE   WRK-PAGE-COUNT   TO   HD01-PAGE.
           MOVE   HD01-MIDASHI-2   TO   EXT01-GYO.
           PERFORM   EXT-WRITE-PROC.
       *>
       MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店別抽出ファイルへの書き出し（印刷行は設定済み）
       *>----------------------------------------------------------------------------
       EXT-WRITE-PROC                     SECTION.
       *>
           MOVE   KEY-MISEBAN                        TO   EXT01-MISEBAN.
           MOVE   "RP"                               TO
                  EXT01-NAIYO-KUBUN.
           MOVE   WRK-CHOHYO-ID(KEY-CHOHYO-JUN)      TO
                  EXT01-CHOHYO-ID.
           WRITE  EXT01-RECODE.
           ADD    1   TO   WRK-OUT-COUNT.
       *>
       EXT-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート結果の読み込み
       *>----------------------------------------------------------------------------
       FILE-RETURN-PROC                   SECTION.
       *>
           RETURN   ST-GYO-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-RETURN.
       *>
       FILE-RETURN-PROC-EXIT.
       *>
           EXIT.
