       *>----------------------------------------------------------------------------
       *>キー編成マスタ一括復元（スナップショットからの時点復元）処理
       *>  一括退避処理（SNAPSV01）が作成した指定日のスナップショット
       *>  ファイルから、キー編成の全マスタ（IN02・KMS01・WHS01・LOT01・
       *>  CAL01・BIN01・BUN01・SRL01）をまとめて作り直し、指定日の
       *>  夜間ストリーム開始時点の状態へ戻す。
       *>  パラメータはコマンドラインで復元する日付８桁を指定する。
       *>  実行管理ファイル（LCK01）にＲＵＮＮＩＮＧのジョブがある間は
       *>  復元しない。復元の前にスナップショット全体を読み、マスタ
       *>  ごとの件数・管理合計をトレーラと突き合わせる。トレーラの
       *>  欠けたマスタや不一致が１つでもあれば、どのマスタにも触れずに
       *>  中止する（一部だけ戻すと整合が崩れるため）。
       *>  退避時に無かったマスタは復元しない。
       *>  実行結果は共通監査ログ（AUD01）へ記録する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        SNAPRS01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[出力]商品マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]顧客マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS       IS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]倉庫別在庫ファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    WHS01-SOUKO-ZAIKO    ASSIGN       TO   "WHS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS WHS01-SOUKO-KEY
                                      STATUS       IS WHS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]ロット別在庫ファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    LOT01-LOT-ZAIKO      ASSIGN       TO   "LOT01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS LOT01-LOT-KEY
                                      STATUS       IS LOT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]営業日カレンダーファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    CAL01-CALENDAR-FILE  ASSIGN       TO   "CAL01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS CAL01-HIZUKE
                                      STATUS       IS CAL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]棚番マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    BIN01-LOCATION-MASTER ASSIGN      TO   "BIN01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS BIN01-SHOHIN-CODE
                                      STATUS       IS BIN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]分類マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    BUN01-BUNRUI-MASTER  ASSIGN       TO   "BUN01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS BUN01-BUNRUI-CODE
                                      STATUS       IS BUN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]シリアル台帳ファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    SRL01-SERIAL-FILE    ASSIGN       TO   "SRL01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS SRL01-SERIAL-KEY
                                      STATUS       IS SRL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]スナップショットファイル（ファイル名の実行日で指定する）
       *>----------------------------------------------------------------------------
       SELECT    SNP-SNAPSHOT-FILE    ASSIGN       TO
                                            WRK-SNAP-FILENAME
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS SNP-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]実行管理（ロック）ファイル（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       SELECT    LCK01-LOCK-FILE      ASSIGN       TO   "LCK01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS LCK-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[出力]商品マスタのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   IN02-SHOHIN-MASTER.
       01   IN02-RECODE.
            03   IN02-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(020).
            03   IN02-ZAIKO-SU                PIC 9(006).
            03   FILLER                       PIC X(045).
       *>----------------------------------------------------------------------------
       *>[出力]顧客マスタのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   KMS01-KOKYAKU-MASTER.
       01   KMS01-RECODE.
            03   KMS01-KOKYAKU-BANGOU         PIC 9(006).
            03   FILLER                       PIC X(069).
            03   KMS01-KAIKAKE-ZANDAKA        PIC 9(009).
            03   FILLER                       PIC X(080).
       *>----------------------------------------------------------------------------
       *>[出力]倉庫別在庫のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   WHS01-SOUKO-ZAIKO.
       01   WHS01-RECODE.
            03   WHS01-SOUKO-KEY              PIC X(008).
            03   WHS01-ZAIKO-SU               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]ロット別在庫のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   LOT01-LOT-ZAIKO.
       01   LOT01-RECODE.
            03   LOT01-LOT-KEY                PIC X(014).
            03   FILLER                       PIC X(008).
            03   LOT01-ZAIKO-SU               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]営業日カレンダーのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   CAL01-CALENDAR-FILE.
       01   CAL01-RECODE.
            03   CAL01-HIZUKE                 PIC 9(008).
            03   FILLER                       PIC X(021).
       *>----------------------------------------------------------------------------
       *>[出力]棚番マスタのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   BIN01-LOCATION-MASTER.
       01   BIN01-RECODE.
            03   BIN01-SHOHIN-CODE            PIC X(006).
            03   FILLER                       PIC X(018).
            03   BIN01-FORWARD-SU             PIC 9(006).
            03   FILLER                       PIC X(024).
       *>----------------------------------------------------------------------------
       *>[出力]分類マスタのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   BUN01-BUNRUI-MASTER.
       01   BUN01-RECODE.
            03   BUN01-BUNRUI-CODE            PIC X(003).
            03   FILLER                       PIC X(040).
       *>----------------------------------------------------------------------------
       *>[出力]シリアル台帳のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   SRL01-SERIAL-FILE.
       01   SRL01-RECODE.
            03   SRL01-SERIAL-KEY             PIC X(026).
            03   FILLER                       PIC X(037).
       *>----------------------------------------------------------------------------
       *>[入力]スナップショットファイルのレイアウト定義（SNAPSV01と同一）
       *>  （先頭５桁がマスタ名。区分"D"は明細でマスタのレコードそのまま、
       *>    区分"T"はそのマスタのトレーラ）
       *>----------------------------------------------------------------------------
       FD   SNP-SNAPSHOT-FILE.
       01   SNP-RECODE.
            03   SNP-FILE-ID                  PIC X(005).
            03   SNP-KUBUN                    PIC X(001).
            03   SNP-DATA                     PIC X(164).
       01   SNP-TRAILER-RECODE   REDEFINES   SNP-RECODE.
            03   FILLER                       PIC X(006).
            03   SNP-ARI-KUBUN                PIC X(001).
            03   SNP-KENSU                    PIC 9(009).
            03   SNP-KANRI-GOKEI              PIC 9(015).
            03   FILLER                       PIC X(139).
       *>----------------------------------------------------------------------------
       *>[入力]実行管理（ロック）ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   LCK01-LOCK-FILE.
       01   LCK01-RECODE.
          03   LCK01-JOB-NAME                        PIC X(010).
          03   LCK01-RUN-ID                          PIC 9(006).
          03   LCK01-START-DATE                      PIC 9(008).
          03   LCK01-START-TIME                      PIC 9(006).
          03   LCK01-JOKYO                           PIC X(008).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>--復元するマスタの数--
       77   CST-MASTER-SU                     PIC 9(001) VALUE 8.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--スナップショットの読込件数・復元した明細件数--
            03   WRK-IN-COUNT                 PIC 9(009).
            03   WRK-OUT-COUNT                PIC 9(009).
            *>--検証で不一致となったマスタ数・書き戻しの異常件数--
            03   WRK-NG-COUNT                 PIC 9(006).
            03   WRK-ERR-COUNT                PIC 9(006).
       *>
       01   IN02-FILE-STATUS                  PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       01   WHS-FILE-STATUS                   PIC XX.
       01   LOT-FILE-STATUS                   PIC XX.
       01   CAL-FILE-STATUS                   PIC XX.
       01   BIN-FILE-STATUS                   PIC XX.
       01   BUN-FILE-STATUS                   PIC XX.
       01   SRL-FILE-STATUS                   PIC XX.
       01   SNP-FILE-STATUS                   PIC XX.
       01   LCK-FILE-STATUS                   PIC XX.
       01   WRK-WRITE-STATUS                  PIC XX.
       *>
       *>--コマンドラインパラメータ（復元する日付）--
       01   WRK-PARM-AREA.
            03   WRK-PARM-HIZUKE              PIC X(008).
            03   FILLER                       PIC X(072).
       *>
       *>--マスタごとの検証結果（明細から数えた件数・管理合計とトレーラ）--
       01   WRK-KENSHO-TBL.
            03   WRK-KENSHO-ENT                   OCCURS 8.
                 05   WRK-KENSHO-FILE-ID          PIC X(005).
                 05   WRK-KENSHO-KENSU            PIC 9(009).
                 05   WRK-KENSHO-GOKEI            PIC 9(015).
                 05   WRK-KENSHO-TRAILER-SW       PIC X(001).
                      88   WRK-KENSHO-TRAILER-ARI VALUE "Y".
                 05   WRK-KENSHO-ARI-KUBUN        PIC X(001).
                      88   WRK-KENSHO-MASTER-ARI  VALUE "Y".
                 05   WRK-KENSHO-KEKKA            PIC X(002).
       01   WRK-KENSHO-IDX                    PIC 9(001).
       *>
       *>--管理合計に加える数量・金額（スナップショット明細から取り出す）--
       01   WRK-SURYO-6                       PIC 9(006).
       01   WRK-KINGAKU-9                     PIC 9(009).
       *>
       *>--ＲＵＮＮＩＮＧのジョブの有無--
       01   WRK-RUNNING-SW                    PIC X(001).
            88   WRK-RUNNING                  VALUE "Y".
       01   WRK-RUNNING-JOB                   PIC X(010).
       *>
       *>--スナップショットファイル名（指定日を付して編集する）--
       01   WRK-SNAP-FILENAME                 PIC X(020).
       *>
       *>実行日・実行時刻の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "SNAPRS01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-IN-COUNT                  PIC 9(006).
       01   WRK-AUD-OUT-COUNT                 PIC 9(006).
       01   WRK-AUD-ERR-COUNT                 PIC 9(006).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "SNAPRS01の復元結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(021)
                                 VALUE "復元ファイル：".
            03   MSG2-FILENAME                PIC X(020).
       *>
       *>--マスタごとの件数・管理合計と検証結果--
       01   MS3-MESSAGE-AREA.
            03   MSG3-FILE-ID                 PIC X(005).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   MSG3-ARI-KUBUN               PIC X(001).
            03   FILLER                       PIC X(012)
                                 VALUE "　件数：".
            03   MSG3-KENSU                   PIC ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　管理合計：".
            03   MSG3-GOKEI                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   MSG3-KEKKA                   PIC X(002).
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "復元明細件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZZ,ZZ9.
       *>
       *>--実行中のジョブがある場合に表示するメッセージ--
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(045)
                 VALUE "実行中ジョブあり・復元中止：".
            03   MSG5-JOB-NAME                PIC X(010).
       *>
       *>--スナップショットが無い場合に表示するメッセージ--
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(045)
                 VALUE "指定日のスナップショットなし".
       *>
       *>--検証不一致時に表示するメッセージ--
       01   MS7-MESSAGE-AREA.
            03   FILLER                       PIC X(045)
                 VALUE "検証不一致・復元中止".
       *>
       *>--パラメータ不正時に表示するメッセージ--
       01   MS8-MESSAGE-AREA.
            03   FILLER                       PIC X(045)
                 VALUE "復元日付パラメータ不正".
       *>
       *>--書き戻し異常時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "書き戻し異常件数：".
            03   MSG9-COUNT                   PIC ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  スナップショット全体の検証（不一致があれば復元しない）
           PERFORM   KENSHO-PROC.
       *>
           IF   WRK-NG-COUNT   >   ZERO   THEN
                DISPLAY   MS7-MESSAGE-AREA   UPON   CONSOLE
                PERFORM   CHUSHI-PROC
           END-IF.
       *>
       *>  全マスタの書き戻し
           PERFORM   FUKUGEN-PROC.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理（パラメータ・実行管理の確認）
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   SPACE   TO   WRK-RUNNING-SW.
           MOVE   ZERO    TO   WRK-IN-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-NG-COUNT.
           MOVE   ZERO    TO   WRK-ERR-COUNT.
       *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
           MOVE   "IN02 "   TO   WRK-KENSHO-FILE-ID(1).
           MOVE   "KMS01"   TO   WRK-KENSHO-FILE-ID(2).
           MOVE   "WHS01"   TO   WRK-KENSHO-FILE-ID(3).
           MOVE   "LOT01"   TO   WRK-KENSHO-FILE-ID(4).
           MOVE   "CAL01"   TO   WRK-KENSHO-FILE-ID(5).
           MOVE   "BIN01"   TO   WRK-KENSHO-FILE-ID(6).
           MOVE   "BUN01"   TO   WRK-KENSHO-FILE-ID(7).
           MOVE   "SRL01"   TO   WRK-KENSHO-FILE-ID(8).
           PERFORM   KENSHO-CLEAR-PROC
                    VARYING   WRK-KENSHO-IDX   FROM   1   BY   1
                    UNTIL   WRK-KENSHO-IDX   >   CST-MASTER-SU.
       *>
       *>  復元日付パラメータの取得（日付８桁以外は異常終了）
           MOVE   SPACE             TO   WRK-PARM-AREA.
           ACCEPT  WRK-PARM-AREA    FROM   COMMAND-LINE.
       *>
           IF   WRK-PARM-HIZUKE   NOT   NUMERIC   THEN
                DISPLAY   MS8-MESSAGE-AREA   UPON   CONSOLE
                MOVE   16   TO   RETURN-CODE
                STOP   RUN
           END-IF.
       *>
       *>  実行中のジョブがある間は復元しない
           PERFORM   LOCK-CHECK-PROC.
       *>
           IF   WRK-RUNNING   THEN
                MOVE   WRK-RUNNING-JOB   TO   MSG5-JOB-NAME
                DISPLAY   MS5-MESSAGE-AREA   UPON   CONSOLE
                PERFORM   CHUSHI-PROC
           END-IF.
       *>
       *>  スナップショットファイル名の編集（指定日を付す）
           MOVE   SPACE   TO   WRK-SNAP-FILENAME.
           STRING   "SNAP"            DELIMITED   BY   SIZE
                    WRK-PARM-HIZUKE   DELIMITED   BY   SIZE
                    ".txt"            DELIMITED   BY   SIZE
                    INTO   WRK-SNAP-FILENAME
           END-STRING.
       *>
           OPEN   INPUT   SNP-SNAPSHOT-FILE.
           IF   SNP-FILE-STATUS   NOT =   "00"   THEN
                DISPLAY   MS6-MESSAGE-AREA   UPON   CONSOLE
                PERFORM   CHUSHI-PROC
           END-IF.
           CLOSE   SNP-SNAPSHOT-FILE.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           MOVE   WRK-SNAP-FILENAME   TO   MSG2-FILENAME.
           MOVE   WRK-OUT-COUNT       TO   MSG4-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           PERFORM   KEKKA-DISPLAY-PROC
                    VARYING   WRK-KENSHO-IDX   FROM   1   BY   1
                    UNTIL   WRK-KENSHO-IDX   >   CST-MASTER-SU.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
           IF   WRK-ERR-COUNT   >   ZERO   THEN
                MOVE   WRK-ERR-COUNT   TO   MSG9-COUNT
                DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE
                MOVE   16   TO   RETURN-CODE
           END-IF.
       *>
           PERFORM   AUDIT-LOG-PROC.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>復元の中止（監査ログへ記録して異常終了する。マスタには触れない）
       *>----------------------------------------------------------------------------
       CHUSHI-PROC                        SECTION.
       *>
           ADD    1   TO   WRK-ERR-COUNT.
           PERFORM   AUDIT-LOG-PROC.
           MOVE   16   TO   RETURN-CODE.
           STOP   RUN.
       *>
       CHUSHI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>共通監査ログへの実行実績の記録
       *>  （件数は監査ログの桁数に収まらない場合は上限で記録する）
       *>----------------------------------------------------------------------------
       AUDIT-LOG-PROC                     SECTION.
       *>
           IF   WRK-IN-COUNT   >   999999   THEN
                MOVE   999999         TO   WRK-AUD-IN-COUNT
           ELSE
                MOVE   WRK-IN-COUNT   TO   WRK-AUD-IN-COUNT
           END-IF.
           IF   WRK-OUT-COUNT   >   999999   THEN
                MOVE   999999          TO   WRK-AUD-OUT-COUNT
           ELSE
                MOVE   WRK-OUT-COUNT   TO   WRK-AUD-OUT-COUNT
           END-IF.
           MOVE   WRK-ERR-COUNT   TO   WRK-AUD-ERR-COUNT.
       *>
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-AUD-IN-COUNT
                                          WRK-AUD-OUT-COUNT
                                          WRK-AUD-ERR-COUNT
                                          WRK-START-TIME.
       *>
       AUDIT-LOG-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>検証結果の初期化（１マスタ分）
       *>----------------------------------------------------------------------------
       KENSHO-CLEAR-PROC                  SECTION.
       *>
           MOVE   ZERO    TO   WRK-KENSHO-KENSU(WRK-KENSHO-IDX).
           MOVE   ZERO    TO   WRK-KENSHO-GOKEI(WRK-KENSHO-IDX).
           MOVE   SPACE   TO   WRK-KENSHO-TRAILER-SW(WRK-KENSHO-IDX).
           MOVE   SPACE   TO   WRK-KENSHO-ARI-KUBUN(WRK-KENSHO-IDX).
           MOVE   SPACE   TO   WRK-KENSHO-KEKKA(WRK-KENSHO-IDX).
       *>
       KENSHO-CLEAR-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>マスタごとの件数・管理合計と検証結果の表示（１マスタ分）
       *>----------------------------------------------------------------------------
       KEKKA-DISPLAY-PROC                 SECTION.
       *>
           MOVE   WRK-KENSHO-FILE-ID(WRK-KENSHO-IDX)     TO
                  MSG3-FILE-ID.
           MOVE   WRK-KENSHO-ARI-KUBUN(WRK-KENSHO-IDX)   TO
                  MSG3-ARI-KUBUN.
           MOVE   WRK-KENSHO-KENSU(WRK-KENSHO-IDX)       TO
                  MSG3-KENSU.
           MOVE   WRK-KENSHO-GOKEI(WRK-KENSHO-IDX)       TO
                  MSG3-GOKEI.
           MOVE   WRK-KENSHO-KEKKA(WRK-KENSHO-IDX)       TO
                  MSG3-KEKKA.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
       *>
       KEKKA-DISPLAY-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>実行管理（ロック）ファイルの確認（ＲＵＮＮＩＮＧのジョブの有無）
       *>----------------------------------------------------------------------------
       LOCK-CHECK-PROC                    SECTION.
       *>
           OPEN   INPUT   LCK01-LOCK-FILE.
       *>
           IF   LCK-FILE-STATUS   =   "00"   THEN
                PERFORM   LOCK-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   LCK01-LOCK-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       LOCK-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>実行管理（ロック）ファイルの読み込み（１件分）
       *>----------------------------------------------------------------------------
       LOCK-READ-PROC                     SECTION.
       *>
           READ LCK01-LOCK-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   LCK01-JOKYO   =   "RUNNING "   THEN
                          MOVE   "Y"              TO   WRK-RUNNING-SW
                          MOVE   LCK01-JOB-NAME   TO   WRK-RUNNING-JOB
                     END-IF
           END-READ.
       *>
       LOCK-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>スナップショットの検証（全件を読み、マスタごとにトレーラと突合する）
       *>----------------------------------------------------------------------------
       KENSHO-PROC                        SECTION.
       *>
           OPEN   INPUT   SNP-SNAPSHOT-FILE.
       *>
           PERFORM   KENSHO-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   SNP-SNAPSHOT-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           PERFORM   KENSHO-HANTEI-PROC
                    VARYING   WRK-KENSHO-IDX   FROM   1   BY   1
                    UNTIL   WRK-KENSHO-IDX   >   CST-MASTER-SU.
       *>
       KENSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>スナップショットの検証（１件分）
       *>----------------------------------------------------------------------------
       KENSHO-READ-PROC                   SECTION.
       *>
           READ   SNP-SNAPSHOT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KENSHO-READ-PROC-EXIT
           END-READ.
       *>
           PERFORM   FILE-ID-HANTEI-PROC.
       *>
       *>  どのマスタにも当たらないレコードは不一致とする
           IF   WRK-KENSHO-IDX   =   ZERO   THEN
                ADD   1   TO   WRK-NG-COUNT
                GO   TO   KENSHO-READ-PROC-EXIT
           END-IF.
       *>
       *>  トレーラ（件数・管理合計と退避時のマスタの有無）
           IF   SNP-KUBUN   =   "T"   THEN
                MOVE   "Y"   TO   WRK-KENSHO-TRAILER-SW(WRK-KENSHO-IDX)
                MOVE   SNP-ARI-KUBUN   TO
                       WRK-KENSHO-ARI-KUBUN(WRK-KENSHO-IDX)
                IF   SNP-KENSU         NOT =
                                  WRK-KENSHO-KENSU(WRK-KENSHO-IDX)
                OR   SNP-KANRI-GOKEI   NOT =
                                  WRK-KENSHO-GOKEI(WRK-KENSHO-IDX)
                THEN
                     MOVE   "NG"   TO   WRK-KENSHO-KEKKA(WRK-KENSHO-IDX)
                END-IF
                GO   TO   KENSHO-READ-PROC-EXIT
           END-IF.
       *>
       *>  明細（件数と管理合計を数える）
           ADD   1   TO   WRK-KENSHO-KENSU(WRK-KENSHO-IDX).
           EVALUATE   WRK-KENSHO-IDX
               WHEN   1
                      MOVE   SNP-DATA(27:6)   TO   WRK-SURYO-6
                      ADD    WRK-SURYO-6      TO
                             WRK-KENSHO-GOKEI(WRK-KENSHO-IDX)
               WHEN   2
                      MOVE   SNP-DATA(76:9)   TO   WRK-KINGAKU-9
                      ADD    WRK-KINGAKU-9    TO
                             WRK-KENSHO-GOKEI(WRK-KENSHO-IDX)
               WHEN   3
                      MOVE   SNP-DATA(9:6)    TO   WRK-SURYO-6
                      ADD    WRK-SURYO-6      TO
                             WRK-KENSHO-GOKEI(WRK-KENSHO-IDX)
               WHEN   4
                      MOVE   SNP-DATA(23:6)   TO   WRK-SURYO-6
                      ADD    WRK-SURYO-6      TO
                             WRK-KENSHO-GOKEI(WRK-KENSHO-IDX)
               WHEN   6
                      MOVE   SNP-DATA(25:6)   TO   WRK-SURYO-6
                      ADD    WRK-SURYO-6      TO
                             WRK-KENSHO-GOKEI(WRK-KENSHO-IDX)
           END-EVALUATE.
       *>
       KENSHO-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>検証結果の判定（１マスタ分・トレーラの欠けも不一致とする）
       *>----------------------------------------------------------------------------
       KENSHO-HANTEI-PROC                 SECTION.
       *>
           IF   NOT   WRK-KENSHO-TRAILER-ARI(WRK-KENSHO-IDX)   THEN
                MOVE   "NG"   TO   WRK-KENSHO-KEKKA(WRK-KENSHO-IDX)
           END-IF.
       *>
           IF   WRK-KENSHO-KEKKA(WRK-KENSHO-IDX)   =   "NG"   THEN
                ADD   1   TO   WRK-NG-COUNT
                PERFORM   KEKKA-DISPLAY-PROC
           ELSE
                MOVE   "OK"   TO   WRK-KENSHO-KEKKA(WRK-KENSHO-IDX)
           END-IF.
       *>
       KENSHO-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>マスタ名からの検証結果の位置の決定（当たらない場合はゼロ）
       *>----------------------------------------------------------------------------
       FILE-ID-HANTEI-PROC                SECTION.
       *>
           EVALUATE   SNP-FILE-ID
               WHEN   "IN02 "
                      MOVE   1      TO   WRK-KENSHO-IDX
               WHEN   "KMS01"
                      MOVE   2      TO   WRK-KENSHO-IDX
               WHEN   "WHS01"
                      MOVE   3      TO   WRK-KENSHO-IDX
               WHEN   "LOT01"
                      MOVE   4      TO   WRK-KENSHO-IDX
               WHEN   "CAL01"
                      MOVE   5      TO   WRK-KENSHO-IDX
               WHEN   "BIN01"
                      MOVE   6      TO   WRK-KENSHO-IDX
               WHEN   "BUN01"
                      MOVE   7      TO   WRK-KENSHO-IDX
               WHEN   "SRL01"
                      MOVE   8      TO   WRK-KENSHO-IDX
               WHEN   OTHER
                      MOVE   ZERO   TO   WRK-KENSHO-IDX
           END-EVALUATE.
       *>
       FILE-ID-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>全マスタの書き戻し（退避時に有ったマスタのみ作り直す）
       *>----------------------------------------------------------------------------
       FUKUGEN-PROC                       SECTION.
       *>
           IF   WRK-KENSHO-MASTER-ARI(1)   THEN
                OPEN   OUTPUT   IN02-SHOHIN-MASTER
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(2)   THEN
                OPEN   OUTPUT   KMS01-KOKYAKU-MASTER
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(3)   THEN
                OPEN   OUTPUT   WHS01-SOUKO-ZAIKO
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(4)   THEN
                OPEN   OUTPUT   LOT01-LOT-ZAIKO
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(5)   THEN
                OPEN   OUTPUT   CAL01-CALENDAR-FILE
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(6)   THEN
                OPEN   OUTPUT   BIN01-LOCATION-MASTER
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(7)   THEN
                OPEN   OUTPUT   BUN01-BUNRUI-MASTER
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(8)   THEN
                OPEN   OUTPUT   SRL01-SERIAL-FILE
           END-IF.
       *>
           OPEN   INPUT   SNP-SNAPSHOT-FILE.
       *>
           PERFORM   FUKUGEN-WRITE-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   SNP-SNAPSHOT-FILE.
       *>
           IF   WRK-KENSHO-MASTER-ARI(1)   THEN
                CLOSE   IN02-SHOHIN-MASTER
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(2)   THEN
                CLOSE   KMS01-KOKYAKU-MASTER
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(3)   THEN
                CLOSE   WHS01-SOUKO-ZAIKO
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(4)   THEN
                CLOSE   LOT01-LOT-ZAIKO
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(5)   THEN
                CLOSE   CAL01-CALENDAR-FILE
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(6)   THEN
                CLOSE   BIN01-LOCATION-MASTER
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(7)   THEN
                CLOSE   BUN01-BUNRUI-MASTER
           END-IF.
           IF   WRK-KENSHO-MASTER-ARI(8)   THEN
                CLOSE   SRL01-SERIAL-FILE
           END-IF.
       *>
       FUKUGEN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>マスタの書き戻し（１件分・明細をそのままキー順に書く）
       *>----------------------------------------------------------------------------
       FUKUGEN-WRITE-PROC                 SECTION.
       *>
           READ   SNP-SNAPSHOT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   FUKUGEN-WRITE-PROC-EXIT
           END-READ.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
           IF   SNP-KUBUN   NOT =   "D"   THEN
                GO   TO   FUKUGEN-WRITE-PROC-EXIT
           END-IF.
       *>
           PERFORM   FILE-ID-HANTEI-PROC.
           MOVE   "00"   TO   WRK-WRITE-STATUS.
       *>
           EVALUATE   WRK-KENSHO-IDX
               WHEN   1
                      MOVE   SNP-DATA           TO   IN02-RECODE
                      WRITE  IN02-RECODE
                      MOVE   IN02-FILE-STATUS   TO   WRK-WRITE-STATUS
               WHEN   2
                      MOVE   SNP-DATA           TO   KMS01-RECODE
                      WRITE  KMS01-RECODE
                      MOVE   KMS-FILE-STATUS    TO   WRK-WRITE-STATUS
               WHEN   3
                      MOVE   SNP-DATA           TO   WHS01-RECODE
                      WRITE  WHS01-RECODE
                      MOVE   WHS-FILE-STATUS    TO   WRK-WRITE-STATUS
               WHEN   4
                      MOVE   SNP-DATA           TO   LOT01-RECODE
                      WRITE  LOT01-RECODE
                      MOVE   LOT-FILE-STATUS    TO   WRK-WRITE-STATUS
               WHEN   5
                      MOVE   SNP-DATA           TO   CAL01-RECODE
                      WRITE  CAL01-RECODE
                      MOVE   CAL-FILE-STATUS    TO   WRK-WRITE-STATUS
               WHEN   6
                      MOVE   SNP-DATA           TO   BIN01-RECODE
                      WRITE  BIN01-RECODE
                      MOVE   BIN-FILE-STATUS    TO   WRK-WRITE-STATUS
               WHEN   7
                      MOVE   SNP-DATA           TO   BUN01-RECODE
                      WRITE  BUN01-RECODE
                      MOVE   BUN-FILE-STATUS    TO   WRK-WRITE-STATUS
               WHEN   8
                      MOVE   SNP-DATA           TO   SRL01-RECODE
                      WRITE  SRL01-RECODE
                      MOVE   SRL-FILE-STATUS    TO   WRK-WRITE-STATUS
           END-EVALUATE.
       *>
           IF   WRK-WRITE-STATUS   =   "00"   THEN
                ADD   1   TO   WRK-OUT-COUNT
           ELSE
                ADD   1   TO   WRK-ERR-COUNT
           END-IF.
       *>
       FUKUGEN-WRITE-PROC-EXIT.
       *>
           EXIT.
