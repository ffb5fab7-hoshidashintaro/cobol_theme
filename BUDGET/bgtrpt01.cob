       01   BGT-FILE-STATUS                   PIC XX.
       01   ARC-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "BGTRPT01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-IN-COUNT                  PIC 9(006) VALUE ZERO.
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H   REDEFINES   WRK-RUN-DATE.
           MOVE   ZERO    TO   WRK-ZENSHA-ZISSEKI.
           MOVE   ZERO    TO   WRK-ZENSHA-SAI.
       *>
       *>  開始時刻・実行日の取得と対象年月の決定（引数省略時は実行日の年月）
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-PARAM-AREA   FROM   COMMAND-LINE.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-AUD-IN-COUNT
                                          WRK-OUT-COUNT
                                          WRK-AUD-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
