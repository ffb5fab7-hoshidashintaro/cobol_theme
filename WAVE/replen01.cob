       *>----------------------------------------------------------------------------
       *>ウェーブ前の前方棚補充指示リスト発行
       *>  マッチング済み受注ファイル（OT01）の出荷数を、ウェーブ明細
       *>  ファイル（WAVD01）のウェーブ番号ごと・商品ごとに集計し、保管
       *>  場所マスタ（BIN01）の前方ピッキング棚の現在数と突き合わせる。
       *>  ウェーブ引当後の数が補充基準数を下回る商品は、予備棚から前方棚
       *>  への補充指示（補充上限数まで。ウェーブ必要数に満たない場合は
       *>  必要数まで）をウェーブ順に印刷する。補充指示はウェーブの
       *>  ピッキングリスト（PICKET01）発行前に完了させ、ウェーブごとの
       *>  完了トレーラへ現場責任者がサインする。
       *>  前方棚の現在数は補充・ウェーブ引当後の数へ更新するため、本処理は
       *>  ウェーブ編成（WAVE01）ごとに１回だけ実行する。
       *>  補充上限数がゼロの商品（前方棚管理外）と保管場所マスタに未登録の
       *>  商品は補充の対象外とする。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        REPLEN01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]受注ファイル（マッチング済み）
       *>----------------------------------------------------------------------------
       SELECT    IN01-ZYUTYU-FILE    ASSIGN       TO   "OT01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>ウェーブ・商品別集計用のソート作業ファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-HOJU-FILE        ASSIGN       TO   "ST".
       *>----------------------------------------------------------------------------
       *>[入出力]保管場所マスタファイル（BINUPD01が保守する）
       *>----------------------------------------------------------------------------
       SELECT    BIN01-LOCATION-MASTER ASSIGN     TO   "BIN01.txt"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE  IS DYNAMIC
                                     RECORD KEY   IS BIN01-SHOHIN-CODE
                                     STATUS       IS BIN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]ウェーブ明細ファイル（WAVE01の出力。無い場合はウェーブなし）
       *>----------------------------------------------------------------------------
       SELECT    WAVD01-MEISAI-FILE  ASSIGN       TO   "WAVD01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS WVD-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]補充指示リスト
       *>----------------------------------------------------------------------------
       SELECT    PRT69-HOJU-LIST     ASSIGN       TO   "PRT69.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]受注ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   IN01-ZYUTYU-FILE.
       01   IN01-RECODE.
            03   IN01-ZYUTYU-BANGOU.
                 05   IN01-MISEBAN            PIC X(003).
                 05   IN01-TYUMON-BANGOU      PIC 9(005).
            03   IN01-SHOHIN-ZYOHOU.
                 05   IN01-SHOHIN-CODE.
                      07   IN01-BUNRUI-CODE   PIC X(002).
                      07   IN01-SHOHIN-NO     PIC 9(004).
                 05   IN01-SHOHIN-MI          PIC X(020).
            03   IN01-TYUMON-ZYOHOU.
                 05   IN01-TYUMON-SU          PIC S9(005).
                 05   IN01-UKETUKE-NICHIZI.
                      07   IN01-HIDUKE        PIC 9(008).
                      07   IN01-ZIKAN         PIC 9(004).
                 05   IN01-TANTOSYA-CODE.
                      07   IN01-BUSHO-CODE         PIC X(003).
                      07   IN01-TANTOSYA-BANGOU    PIC 9(004).
            03   IN01-TANKA                   PIC 9(005).
            03   IN01-KINGAKU                 PIC S9(008).
            03   IN01-KOKYAKU-BANGOU          PIC 9(006).
            03   IN01-KOKYAKU-MEI             PIC X(020).
            03   IN01-KOKYAKU-ZYUSHO          PIC X(040).
            03   IN01-YUSEN-KUBUN             PIC X(001).
            03   IN01-TANKA-KUBUN             PIC X(001).
            03   IN01-YAKUSOKU-BI             PIC 9(008).
            03   IN01-GENKA                   PIC 9(005).
            03   IN01-YUBIN-BANGOU            PIC X(007).
            03   IN01-SOUKO-CODE              PIC X(002).
            03   IN01-LOT-NO                  PIC X(008).
            03   IN01-KIT-KUBUN               PIC X(001).
            03   IN01-KIT-OYA-CODE            PIC X(006).
            03   IN01-KYU-SHOHIN-CODE         PIC X(006).
            03   IN01-GENTYUMON-SU            PIC S9(005).
       *>
       *>  トレーラレコード判定用の再定義（OT01-ZYUTYU-FILEのトレーラを除外する）
       01   IN01-TRAILER-CHECK   REDEFINES   IN01-RECODE.
            03   IN01-TRAILER-CODE            PIC X(007).
            03   FILLER                       PIC X(088).
       *>
       *>  ヘッダレコード判定用の再定義（OT01-ZYUTYU-FILEのヘッダを除外する）
       01   IN01-HEADER-CHECK   REDEFINES   IN01-RECODE.
            03   IN01-HEADER-CODE             PIC X(006).
            03   FILLER                       PIC X(089).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義
       *>  （ウェーブ順・商品順に並べ、ウェーブ×商品の必要数を集計する）
       *>----------------------------------------------------------------------------
       SD   ST-HOJU-FILE.
       01   ST-RECODE.
       *>   --ウェーブ番号（ウェーブ未割当の受注は９９９＝末尾）--
            03   ST-WAVE-BANGOU               PIC 9(003).
            03   ST-SHOHIN-CODE.
                 05   ST-BUNRUI-CODE          PIC X(002).
                 05   ST-SHOHIN-NO            PIC 9(004).
            03   ST-SHOHIN-MI                 PIC X(020).
            03   ST-TYUMON-SU                 PIC S9(005).
       *>----------------------------------------------------------------------------
       *>保管場所マスタファイルのレイアウト定義（BINUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   BIN01-LOCATION-MASTER.
       01   BIN01-RECODE.
            03   BIN01-SHOHIN-CODE.
                 05   BIN01-BUNRUI-CODE        PIC X(002).
                 05   BIN01-SHOHIN-NO          PIC 9(004).
            03   BIN01-LOC-ZONE                PIC X(002).
            03   BIN01-LOC-TSURO               PIC X(003).
            03   BIN01-LOC-TANA                PIC X(003).
       *>   --前方ピッキング棚（上記ゾーン・通路・棚）の補充上限数・
       *>     補充基準数（下回ると予備棚から補充する）と現在数--
            03   BIN01-HOJU-MAX-SU             PIC 9(005).
            03   BIN01-HOJU-MIN-SU             PIC 9(005).
            03   BIN01-FORWARD-SU              PIC 9(006).
       *>   --予備（保管）棚。補充元として先頭から使用する--
            03   BIN01-RESERVE-LOC             OCCURS 3.
                 05   BIN01-RSV-ZONE           PIC X(002).
                 05   BIN01-RSV-TSURO          PIC X(003).
                 05   BIN01-RSV-TANA           PIC X(003).
       *>----------------------------------------------------------------------------
       *>[入力]ウェーブ明細ファイルのレイアウト定義（WAVE01と同一）
       *>----------------------------------------------------------------------------
       FD   WAVD01-MEISAI-FILE.
       01   WAVD01-RECODE.
            03   WAVD01-WAVE-BANGOU           PIC 9(003).
            03   WAVD01-ZYUTYU-BANGOU         PIC X(008).
       *>----------------------------------------------------------------------------
       *>[出力]補充指示リストのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT69-HOJU-LIST.
       01   PRT69-RECODE                      PIC X(132).
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
            03   WRK-PAGE-COUNT               PIC 9(003).
            *>--補充指示件数をカウントする変数--
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--補充対象外（前方棚管理外・保管場所未登録）件数--
            03   WRK-TAISHOGAI-COUNT          PIC 9(006).
            *>--ウェーブ内の補充指示件数（完了トレーラ用）--
            03   WRK-WAVE-HOJU-KENSU          PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       *>
       *>--保管場所マスタの状態（未整備時は全件補充対象外とする）--
       01   BIN-FILE-STATUS                   PIC XX.
       01   WRK-BIN-ARI-SW                    PIC X(001).
            88   WRK-BIN-ARI                  VALUE "Y".
       *>
       *>--ウェーブ・商品の変わり目判定用の直前キー--
       01   KEY-WAVE-BANGOU                   PIC 9(003).
       01   KEY-SHOHIN-CODE                   PIC X(006).
       01   KEY-SHOHIN-MI                     PIC X(020).
       *>
       *>--ウェーブ×商品の必要数と補充判定用の作業数量--
       01   WRK-JUYO-SU                       PIC S9(007).
       01   WRK-YOTEI-SU                      PIC S9(007).
       01   WRK-HOJU-SU                       PIC S9(007).
       01   WRK-FUSOKU-SU                     PIC S9(007).
       01   WRK-RSV-IDX                       PIC 9(001).
       01   WRK-RSV-MITUKE-SW                 PIC X(001).
            88   WRK-RSV-MITUKE               VALUE "Y".
       *>
       *>--ウェーブ明細の一括読み込み用テーブル（受注番号→ウェーブ番号）--
       01   WVD-FILE-STATUS                   PIC XX.
       77   CST-MAX-WAVE-KENSU                PIC 9(004) VALUE 9999.
       01   WRK-WAVE-TBL.
            03   WRK-WAVE-ENT                     OCCURS 9999.
                 05   WRK-WAVE-ZYUTYU             PIC X(008).
                 05   WRK-WAVE-NO                 PIC 9(003).
       01   WRK-WAVE-CNT                      PIC 9(004).
       01   WRK-WAVE-IDX                      PIC 9(004).
       01   WRK-WAVE-MITUKE-SW                PIC X(001).
            88   WRK-WAVE-MITUKE              VALUE "Y".
       01   WRK-WAVE-NO-GO                    PIC 9(003).
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
                     VALUE "補充指示リスト（ウェーブ前）".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-HI                      PIC 9(002).
            03   FILLER                       PIC X(010)
                                 VALUE SPACE.
       *>
       01   HD01-MIDASHI-2.
            03   FILLER                       PIC X(012)
                                 VALUE "ページ：".
            03   HD01-PAGE                    PIC ZZ9.
       *>
       *>--ウェーブの補充開始見出し--
       01   HD02-WAVE-MIDASHI.
            03   FILLER                       PIC X(018)
                     VALUE "＜ウェーブ：".
            03   HD02-WAVE-BANGOU             PIC 9(003).
            03   FILLER                       PIC X(012)
                     VALUE "　補充＞".
       *>
       *>--ウェーブ未割当受注分の見出し--
       01   HD03-MIKETSU-MIDASHI.
            03   FILLER                       PIC X(030)
                     VALUE "＜ウェーブ未割当分＞".
       *>
       01   HD04-KOUMOKU-MIDASHI.
            03   FILLER                       PIC X(008)
                     VALUE "商品CD".
            03   FILLER                       PIC X(022)
                     VALUE "商品名".
            03   FILLER                       PIC X(015)
                     VALUE "補充元".
            03   FILLER                       PIC X(012)
                     VALUE "補充先".
            03   FILLER                       PIC X(009)
                     VALUE "補充数".
            03   FILLER                       PIC X(009)
                     VALUE "必要数".
            03   FILLER                       PIC X(009)
                     VALUE "現在数".
            03   FILLER                       PIC X(006)
                     VALUE "備考".
       *>
       *>--補充指示明細（予備棚→前方棚）--
       01   HD05-HOJU-MEISAI.
            03   HD05-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-MOTO-ZONE               PIC X(002).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD05-MOTO-TSURO              PIC X(003).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD05-MOTO-TANA               PIC X(003).
            03   FILLER                       PIC X(005) VALUE " -> ".
            03   HD05-SAKI-ZONE               PIC X(002).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD05-SAKI-TSURO              PIC X(003).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD05-SAKI-TANA               PIC X(003).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-HOJU-SU                 PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-JUYO-SU                 PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-GENZAI-SU               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-BIKO                    PIC X(018).
       *>
       *>--ウェーブの補充完了トレーラ（現場責任者の確認サイン欄）--
       01   HD06-WAVE-TRAILER.
            03   FILLER                       PIC X(018)
                     VALUE "＜ウェーブ：".
            03   HD06-WAVE-BANGOU             PIC 9(003).
            03   FILLER                       PIC X(015)
                     VALUE "　補充指示".
            03   HD06-HOJU-KENSU              PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(022)
                     VALUE "件　完了ｻｲﾝ:".
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "REPLEN01の出力結果".
       *>
       *>--処理が終了した際に補充指示件数を表示する--
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "補充指示件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--補充対象外件数を表示する--
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "補充対象外件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(039)
                  VALUE "IN01-ZYUTYU-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  ウェーブ順・商品順に整列し、ウェーブ×商品の必要数で補充を判定する
           SORT   ST-HOJU-FILE
                  ON   ASCENDING   KEY   ST-WAVE-BANGOU
                  ON   ASCENDING   KEY   ST-SHOHIN-CODE
               INPUT   PROCEDURE   RELEASE-CONTROL-PROC
               OUTPUT  PROCEDURE   RETURN-CONTROL-PROC.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
       *>  作業領域の初期化
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-TAISHOGAI-COUNT.
           MOVE   ZERO       TO   WRK-LINE-COUNT.
           MOVE   ZERO       TO   WRK-PAGE-COUNT.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  ウェーブ明細ファイルの一括読み込み（無い場合はウェーブなし）
           PERFORM   WAVE-FILE-LOAD-PROC.
       *>
       *>  保管場所マスタのオープン（未整備時は全件補充対象外とする）
           MOVE   SPACE   TO   WRK-BIN-ARI-SW.
           OPEN   I-O     BIN01-LOCATION-MASTER.
           IF   BIN-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-BIN-ARI-SW
           END-IF.
       *>
       *>  補充指示リストのオープン
           OPEN   OUTPUT   PRT69-HOJU-LIST.
       *>
       *>  見出しの印刷
           PERFORM   MIDASHI-WRITE-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  ファイルのクローズ
           CLOSE   PRT69-HOJU-LIST.
       *>
           IF   WRK-BIN-ARI   THEN
                CLOSE   BIN01-LOCATION-MASTER
           END-IF.
       *>
       *>  補充指示件数・補充対象外件数の表示
           MOVE   WRK-OUT-COUNT         TO   MSG2-COUNT.
           MOVE   WRK-TAISHOGAI-COUNT   TO   MSG3-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA   UPON   CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前主処理（受注ファイルの読み込みと整列用ファイルへの書き込み）
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC              SECTION.
       *>
           OPEN   INPUT   IN01-ZYUTYU-FILE.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           PERFORM   RELEASE-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   IN01-ZYUTYU-FILE.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注ファイルの読み込みと整列用ファイルへの書き込み（１件分）
       *>  ピッキングリスト（PICKET01）と同じ明細を補充の必要数とする
       *>----------------------------------------------------------------------------
       RELEASE-MAIN-PROC                 SECTION.
       *>
           READ   IN01-ZYUTYU-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
       *>
            NOT   AT   END
       *>          ヘッダ・トレーラ、キット親の請求行（区分Ｐ）と仕入先
       *>          直送の明細（出荷倉庫"DS"）は前方棚から出荷しないため
       *>          必要数に含めない
                  IF   IN01-TRAILER-CODE   NOT =   "TRAILER"
                  AND  IN01-HEADER-CODE    NOT =   "HEADER"
                  AND  IN01-KIT-KUBUN      NOT =   "P"
                  AND  IN01-SOUKO-CODE     NOT =   "DS"   THEN
                       PERFORM   HOJU-RELEASE-PROC
                  END-IF
       *>
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"
                AND   IN-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列用レコードの編集・書き込み処理（ウェーブ番号の引き当てを含む）
       *>----------------------------------------------------------------------------
       HOJU-RELEASE-PROC                 SECTION.
       *>
           MOVE   SPACE                 TO   ST-RECODE.
           MOVE   IN01-BUNRUI-CODE      TO   ST-BUNRUI-CODE.
           MOVE   IN01-SHOHIN-NO        TO   ST-SHOHIN-NO.
           MOVE   IN01-SHOHIN-MI        TO   ST-SHOHIN-MI.
           MOVE   IN01-TYUMON-SU        TO   ST-TYUMON-SU.
       *>
       *>  ウェーブ番号の引き当て（未割当の受注は９９９＝末尾）
           PERFORM   WAVE-SANSHO-PROC.
           MOVE   WRK-WAVE-NO-GO        TO   ST-WAVE-BANGOU.
       *>
           RELEASE   ST-RECODE.
       *>
       HOJU-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（ウェーブ×商品の集計と補充指示の印刷制御）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC               SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   ZERO    TO   KEY-WAVE-BANGOU.
           MOVE   SPACE   TO   KEY-SHOHIN-CODE.
           MOVE   ZERO    TO   WRK-JUYO-SU.
           MOVE   ZERO    TO   WRK-WAVE-HOJU-KENSU.
       *>
           PERFORM   RETURN-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END.
       *>
       *>  最終商品の補充判定と最終ウェーブの完了トレーラの印刷
           IF   KEY-WAVE-BANGOU   NOT =   ZERO   THEN
                PERFORM   HOJU-HANTEI-PROC
                PERFORM   WAVE-TRAILER-WRITE-PROC
           END-IF.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート結果の読み込みとウェーブ・商品の変わり目処理（１件分）
       *>----------------------------------------------------------------------------
       RETURN-MAIN-PROC                  SECTION.
       *>
           RETURN   ST-HOJU-FILE
              AT   END
                   MOVE   "END"   TO   WRK-AT-END
       *>
             NOT   AT   END
       *>          商品またはウェーブの変わり目で前キーの補充を判定する
                   IF   KEY-WAVE-BANGOU   NOT =   ZERO
                   AND  ( ST-WAVE-BANGOU  NOT =   KEY-WAVE-BANGOU
                   OR     ST-SHOHIN-CODE  NOT =   KEY-SHOHIN-CODE )
                   THEN
                        PERFORM   HOJU-HANTEI-PROC
                        MOVE   ZERO   TO   WRK-JUYO-SU
                   END-IF
       *>
       *>          ウェーブの変わり目で前ウェーブの完了トレーラと
       *>          新ウェーブの見出しを印刷する
                   IF   ST-WAVE-BANGOU   NOT =   KEY-WAVE-BANGOU   THEN
                        IF   KEY-WAVE-BANGOU   NOT =   ZERO   THEN
                             PERFORM   WAVE-TRAILER-WRITE-PROC
                        END-IF
                        MOVE   ST-WAVE-BANGOU   TO   KEY-WAVE-BANGOU
                        MOVE   ZERO       TO   WRK-WAVE-HOJU-KENSU
                        PERFORM   WAVE-MIDASHI-WRITE-PROC
                   END-IF
       *>
                   MOVE   ST-SHOHIN-CODE   TO   KEY-SHOHIN-CODE
                   MOVE   ST-SHOHIN-MI     TO   KEY-SHOHIN-MI
                   ADD    ST-TYUMON-SU     TO   WRK-JUYO-SU
       *>
           END-RETURN.
       *>
       RETURN-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ウェーブ×商品１件分の補充判定と前方棚現在数の更新
       *>  引当後の数（現在数－必要数）が補充基準数を下回る場合、補充上限数
       *>  まで補充する。必要数が補充上限数を超える場合は必要数まで補充し、
       *>  備考に「上限超過」を印字する
       *>----------------------------------------------------------------------------
       HOJU-HANTEI-PROC                  SECTION.
       *>
           IF   WRK-JUYO-SU   NOT >   ZERO   THEN
                GO   TO   HOJU-HANTEI-PROC-EXIT
           END-IF.
       *>
           IF   NOT   WRK-BIN-ARI   THEN
                ADD   1   TO   WRK-TAISHOGAI-COUNT
                GO   TO   HOJU-HANTEI-PROC-EXIT
           END-IF.
       *>
           MOVE   KEY-SHOHIN-CODE   TO   BIN01-SHOHIN-CODE.
           READ   BIN01-LOCATION-MASTER
               INVALID     KEY
                     CONTINUE
           END-READ.
       *>
       *>  保管場所未登録・前方棚管理外（補充上限数ゼロ）は対象外
           IF   BIN-FILE-STATUS   NOT =   "00"
           OR   BIN01-HOJU-MAX-SU   =   ZERO   THEN
                ADD   1   TO   WRK-TAISHOGAI-COUNT
                GO   TO   HOJU-HANTEI-PROC-EXIT
           END-IF.
       *>
           COMPUTE   WRK-YOTEI-SU   =
                     BIN01-FORWARD-SU   -   WRK-JUYO-SU.
           MOVE   ZERO   TO   WRK-HOJU-SU.
       *>
           IF   WRK-YOTEI-SU   <   BIN01-HOJU-MIN-SU   THEN
                COMPUTE   WRK-HOJU-SU   =
                          BIN01-HOJU-MAX-SU   -   BIN01-FORWARD-SU
                COMPUTE   WRK-FUSOKU-SU   =
                          WRK-JUYO-SU   -   BIN01-FORWARD-SU
                MOVE   SPACE   TO   HD05-BIKO
                IF   WRK-FUSOKU-SU   >   WRK-HOJU-SU   THEN
                     MOVE   WRK-FUSOKU-SU   TO   WRK-HOJU-SU
                     MOVE   "上限超過"      TO   HD05-BIKO
                END-IF
                IF   WRK-HOJU-SU   >   ZERO   THEN
                     PERFORM   HOJU-SHIJI-WRITE-PROC
                ELSE
                     MOVE   ZERO   TO   WRK-HOJU-SU
                END-IF
           END-IF.
       *>
       *>  前方棚の現在数を補充・ウェーブ引当後の数へ更新する
           COMPUTE   BIN01-FORWARD-SU   =
                     BIN01-FORWARD-SU   +   WRK-HOJU-SU
                                        -   WRK-JUYO-SU.
           REWRITE   BIN01-RECODE.
       *>
       HOJU-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>補充指示明細の編集・印刷処理（予備棚は先頭の登録分を補充元とする）
       *>----------------------------------------------------------------------------
       HOJU-SHIJI-WRITE-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-RSV-MITUKE-SW.
           PERFORM   RSV-LOC-CHECK-PROC
                    VARYING   WRK-RSV-IDX   FROM   1   BY   1
                    UNTIL   WRK-RSV-IDX   >   3
                    OR      WRK-RSV-MITUKE.
       *>
           IF   NOT   WRK-RSV-MITUKE   THEN
                MOVE   SPACE             TO   HD05-MOTO-ZONE
                MOVE   SPACE             TO   HD05-MOTO-TSURO
                MOVE   SPACE             TO   HD05-MOTO-TANA
                MOVE   "予備棚未登録"    TO   HD05-BIKO
           END-IF.
       *>
           MOVE   KEY-SHOHIN-CODE     TO   HD05-SHOHIN-CODE.
           MOVE   KEY-SHOHIN-MI       TO   HD05-SHOHIN-MI.
           MOVE   BIN01-LOC-ZONE      TO   HD05-SAKI-ZONE.
           MOVE   BIN01-LOC-TSURO     TO   HD05-SAKI-TSURO.
           MOVE   BIN01-LOC-TANA      TO   HD05-SAKI-TANA.
           MOVE   WRK-HOJU-SU         TO   HD05-HOJU-SU.
           MOVE   WRK-JUYO-SU         TO   HD05-JUYO-SU.
           MOVE   BIN01-FORWARD-SU    TO   HD05-GENZAI-SU.
       *>
           PERFORM   PAGE-BREAK-CHECK-PROC.
       *>
           MOVE   SPACE          TO   PRT69-RECODE.
           WRITE  PRT69-RECODE   FROM   HD05-HOJU-MEISAI.
           ADD    1              TO   WRK-LINE-COUNT.
       *>
           ADD    1              TO   WRK-OUT-COUNT.
           ADD    1              TO   WRK-WAVE-HOJU-KENSU.
       *>
       HOJU-SHIJI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>予備棚の登録チェック（１か所分。ゾーンが空白の予備棚は未登録）
       *>----------------------------------------------------------------------------
       RSV-LOC-CHECK-PROC                SECTION.
       *>
           IF   BIN01-RSV-ZONE(WRK-RSV-IDX)   NOT =   SPACE   THEN
                MOVE   "Y"   TO   WRK-RSV-MITUKE-SW
                MOVE   BIN01-RSV-ZONE(WRK-RSV-IDX)    TO
                       HD05-MOTO-ZONE
                MOVE   BIN01-RSV-TSURO(WRK-RSV-IDX)   TO
                       HD05-MOTO-TSURO
                MOVE   BIN01-RSV-TANA(WRK-RSV-IDX)    TO
                       HD05-MOTO-TANA
           END-IF.
       *>
       RSV-LOC-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見出しの印刷処理（新ページごとに呼び出す）
       *>----------------------------------------------------------------------------
       MIDASHI-WRITE-PROC                 SECTION.
       *>
           ADD     1                  TO   WRK-PAGE-COUNT.
           MOVE    ZERO               TO   WRK-LINE-COUNT.
       *>
           MOVE    WRK-RUN-NEN        TO   HD01-NEN.
           MOVE    WRK-RUN-GETU       TO   HD01-GETU.
           MOVE    WRK-RUN-HI         TO   HD01-HI.
       *>
           MOVE    SPACE              TO   PRT69-RECODE.
           WRITE   PRT69-RECODE       FROM   HD01-MIDASHI-1.
       *>
           MOVE    WRK-PAGE-COUNT     TO   HD01-PAGE.
           MOVE    SPACE              TO   PRT69-RECODE.
           WRITE   PRT69-RECODE       FROM   HD01-MIDASHI-2.
       *>
           MOVE    SPACE              TO   PRT69-RECODE.
           WRITE   PRT69-RECODE       FROM   HD04-KOUMOKU-MIDASHI.
       *>
       MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>改ページ判定処理（印刷行数が上限を超えたら見出しを再印刷）
       *>----------------------------------------------------------------------------
       PAGE-BREAK-CHECK-PROC               SECTION.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
       PAGE-BREAK-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ウェーブ見出しの印刷処理（未割当分は専用の見出しとする）
       *>----------------------------------------------------------------------------
       WAVE-MIDASHI-WRITE-PROC            SECTION.
       *>
           PERFORM   PAGE-BREAK-CHECK-PROC.
       *>
           MOVE   SPACE   TO   PRT69-RECODE.
       *>
           IF   KEY-WAVE-BANGOU   =   999   THEN
                WRITE  PRT69-RECODE   FROM   HD03-MIKETSU-MIDASHI
           ELSE
                MOVE   KEY-WAVE-BANGOU   TO   HD02-WAVE-BANGOU
                WRITE  PRT69-RECODE   FROM   HD02-WAVE-MIDASHI
           END-IF.
       *>
           ADD    1   TO   WRK-LINE-COUNT.
       *>
       WAVE-MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ウェーブ補充完了トレーラの編集・印刷処理（直前ウェーブ１件分）
       *>----------------------------------------------------------------------------
       WAVE-TRAILER-WRITE-PROC            SECTION.
       *>
           IF   KEY-WAVE-BANGOU   =   999   THEN
                GO   TO   WAVE-TRAILER-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   KEY-WAVE-BANGOU         TO   HD06-WAVE-BANGOU.
           MOVE   WRK-WAVE-HOJU-KENSU     TO   HD06-HOJU-KENSU.
           MOVE   SPACE          TO   PRT69-RECODE.
           WRITE  PRT69-RECODE   FROM   HD06-WAVE-TRAILER.
           ADD    1              TO   WRK-LINE-COUNT.
       *>
       WAVE-TRAILER-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC               SECTION.
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
       *>ウェーブ番号の引き当て（明細テーブルの線形検索。未割当は９９９）
       *>----------------------------------------------------------------------------
       WAVE-SANSHO-PROC                   SECTION.
       *>
           MOVE   SPACE   TO   WRK-WAVE-MITUKE-SW.
           MOVE   999     TO   WRK-WAVE-NO-GO.
       *>
           PERFORM   WAVE-TBL-CHECK-PROC
                    VARYING   WRK-WAVE-IDX   FROM   1   BY   1
                    UNTIL   WRK-WAVE-IDX   >   WRK-WAVE-CNT
                    OR      WRK-WAVE-MITUKE.
       *>
       WAVE-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ウェーブ明細テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       WAVE-TBL-CHECK-PROC                SECTION.
       *>
           IF   WRK-WAVE-ZYUTYU(WRK-WAVE-IDX)
                                   =   IN01-ZYUTYU-BANGOU   THEN
                MOVE   "Y"   TO   WRK-WAVE-MITUKE-SW
                MOVE   WRK-WAVE-NO(WRK-WAVE-IDX)   TO   WRK-WAVE-NO-GO
           END-IF.
       *>
       WAVE-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ウェーブ明細ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  明細ファイルが無い場合は全受注をウェーブ未割当として扱う
       *>----------------------------------------------------------------------------
       WAVE-FILE-LOAD-PROC                SECTION.
       *>
           MOVE   ZERO    TO   WRK-WAVE-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   WAVD01-MEISAI-FILE.
       *>
           IF   WVD-FILE-STATUS   =   "00"   THEN
                PERFORM   WAVE-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   WAVD01-MEISAI-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       WAVE-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ウェーブ明細ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       WAVE-FILE-READ-PROC                SECTION.
       *>
           READ WAVD01-MEISAI-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-WAVE-CNT   <   CST-MAX-WAVE-KENSU   THEN
                          ADD   1   TO   WRK-WAVE-CNT
                          MOVE   WAVD01-ZYUTYU-BANGOU   TO
                              WRK-WAVE-ZYUTYU(WRK-WAVE-CNT)
                          MOVE   WAVD01-WAVE-BANGOU     TO
                              WRK-WAVE-NO(WRK-WAVE-CNT)
                     END-IF
           END-READ.
       *>
       WAVE-FILE-READ-PROC-EXIT.
       *>
           EXIT.
