       *>----------------------------------------------------------------------------
       *>担当地域マスタによる担当者割当サブプログラム
       *>  受注を取り込む各処理（POSIN01・EDIIN01・STANDORD01・TEST0001）
       *>  と期限到来予定一覧（EXPWCH01）が、顧客番号と基準日から、担当
       *>  地域マスタ（TER01）に登録された責任担当者を取得する。顧客指定の
       *>  登録を優先し、顧客指定が無い場合は郵便番号の先頭一致で最も長く
       *>  一致した登録を採用する。
       *>  郵便番号がスペースで渡された場合は顧客マスタ（KMS01）から取得する。
       *>  あわせて入力された担当者コードが未入力（スペース・担当者番号
       *>  ゼロ・共通実行パラメータ TERGET01/DEF-TANTO の既定担当者）か
       *>  どうかを判定して返す。
       *>  担当地域マスタは初回呼び出し時に一括で読み込み、以後は保持する。
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        TERGET01.
       ENVIRONMENT                        DIVISION.
       CONFIGURATION                      SECTION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]担当地域マスタファイル（TERUPD01が保守する）
       *>----------------------------------------------------------------------------
           SELECT   TER01-TERRITORY-FILE ASSIGN       TO "TER01.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        STATUS       IS TER-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（郵便番号の取得用）
       *>----------------------------------------------------------------------------
           SELECT   KMS01-KOKYAKU-MASTER ASSIGN       TO "KMS01.txt"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE  IS RANDOM
                                        RECORD KEY   IS
                                              KMS01-KOKYAKU-BANGOU
                                        STATUS       IS KMS-FILE-STATUS.
       DATA                                DIVISION.
       FILE                                SECTION.
       FD   TER01-TERRITORY-FILE.
       01   TER01-RECODE.
       *>   --指定区分（"1"＝顧客指定・"2"＝郵便番号先頭指定）--
            03   TER01-SHITEI-KUBUN         PIC X(001).
       *>   --指定コード（顧客番号６桁、または郵便番号の先頭部分・左詰め）--
            03   TER01-SHITEI-CODE          PIC X(007).
       *>   --有効期間（終了日ゼロは期限なし）--
            03   TER01-KAISHI-BI            PIC 9(008).
            03   TER01-SHURYO-BI            PIC 9(008).
            03   TER01-TANTOSYA-CODE        PIC X(007).
       *>
       FD   KMS01-KOKYAKU-MASTER.
       01   KMS01-RECODE.
            03   KMS01-KOKYAKU-BANGOU       PIC 9(006).
            03   FILLER                     PIC X(078).
            03   KMS01-YUBIN-BANGOU         PIC X(007).
            03   FILLER                     PIC X(073).
       WORKING-STORAGE                    SECTION.
       77   CST-END                        PIC X(004) VALUE "END".
       01   TER-FILE-STATUS                PIC XX.
       01   KMS-FILE-STATUS                PIC XX.
       01   WRK-AT-END                     PIC X(004).
       *>--初回呼び出し判定（担当地域マスタ読み込み済みは"Y"）--
       01   WRK-SHOKAI-SW                  PIC X(001) VALUE SPACE.
            88   WRK-TER-YOMIKOMI-ZUMI     VALUE "Y".
       *>
       *>--担当地域マスタの一括読み込み用テーブル--
       77   CST-MAX-TER-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-TER-TBL.
            03   WRK-TER-ENT                    OCCURS 9999.
                 05   WRK-TER-SHITEI-KUBUN      PIC X(001).
                 05   WRK-TER-SHITEI-CODE       PIC X(007).
                 05   WRK-TER-CODE-NAGASA       PIC 9(001).
                 05   WRK-TER-KAISHI-BI         PIC 9(008).
                 05   WRK-TER-SHURYO-BI         PIC 9(008).
                 05   WRK-TER-TANTOSYA-CODE     PIC X(007).
       01   WRK-TER-CNT                    PIC 9(004).
       01   WRK-TER-IDX                    PIC 9(004).
       *>
       *>--既定担当者コード（未入力とみなす担当者コード）--
       01   WRK-KITEI-TANTO                PIC X(007).
       01   WRK-PRM-JOB-NAME               PIC X(010) VALUE "TERGET01".
       01   WRK-PRM-PARM-MEI               PIC X(010) VALUE "DEF-TANTO".
       01   WRK-PRM-PARM-ATAI              PIC X(021).
       01   WRK-PRM-MITUKE-FLG             PIC X(001).
       *>
       *>--判定用の作業領域--
       01   WRK-KOKYAKU-CODE               PIC X(007).
       01   WRK-YUBIN-BANGOU               PIC X(007).
       01   WRK-SAIYO-KAISHI-BI            PIC 9(008).
       01   WRK-SAIYO-NAGASA               PIC 9(001).
       01   WRK-NAGASA                     PIC 9(001).
       LINKAGE                            SECTION.
       01   PRM-KOKYAKU-BANGOU             PIC 9(006).
       01   PRM-YUBIN-BANGOU               PIC X(007).
       01   PRM-KIJUN-BI                   PIC 9(008).
       01   PRM-NYURYOKU-TANTO             PIC X(007).
       01   PRM-TANTOSYA-CODE              PIC X(007).
       *>--取得フラグ（"1"＝顧客指定・"2"＝郵便番号指定・スペース＝該当無し）--
       01   PRM-MITUKE-FLG                 PIC X(001).
       *>--担当者未入力フラグ（"Y"＝未入力・既定担当者）--
       01   PRM-MINYURYOKU-FLG             PIC X(001).
       PROCEDURE                         DIVISION   USING
                                                    PRM-KOKYAKU-BANGOU
                                                    PRM-YUBIN-BANGOU
                                                    PRM-KIJUN-BI
                                                    PRM-NYURYOKU-TANTO
                                                    PRM-TANTOSYA-CODE
                                                    PRM-MITUKE-FLG
                                                    PRM-MINYURYOKU-FLG.
       *>
           IF   NOT   WRK-TER-YOMIKOMI-ZUMI   THEN
                PERFORM   TER-FILE-LOAD-PROC
           END-IF.
       *>
           PERFORM   MINYURYOKU-HANTEI-PROC.
       *>
           PERFORM   TANTO-GET-PROC.
       *>
           GOBACK.
       *>----------------------------------------------------------------------------
       *>担当地域マスタの一括読み込みと既定担当者コードの取得（初回のみ）
       *>----------------------------------------------------------------------------
       TER-FILE-LOAD-PROC                SECTION.
       *>
           MOVE   ZERO    TO   WRK-TER-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   TER01-TERRITORY-FILE.
       *>
           IF   TER-FILE-STATUS   =   "00"   THEN
                PERFORM   TER-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   TER01-TERRITORY-FILE
           END-IF.
       *>
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                       WRK-PRM-PARM-MEI
                                       PRM-KIJUN-BI
                                       WRK-PRM-PARM-ATAI
                                       WRK-PRM-MITUKE-FLG.
           MOVE   WRK-PRM-PARM-ATAI(1:7)   TO   WRK-KITEI-TANTO.
       *>
           MOVE   "Y"     TO   WRK-SHOKAI-SW.
       *>
       TER-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当地域マスタの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TER-FILE-READ-PROC                SECTION.
       *>
           READ TER01-TERRITORY-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-TER-CNT   <   CST-MAX-TER-KENSU   THEN
                          ADD   1   TO   WRK-TER-CNT
                          MOVE   TER01-SHITEI-KUBUN    TO
                              WRK-TER-SHITEI-KUBUN(WRK-TER-CNT)
                          MOVE   TER01-SHITEI-CODE     TO
                              WRK-TER-SHITEI-CODE(WRK-TER-CNT)
                          MOVE   TER01-KAISHI-BI       TO
                              WRK-TER-KAISHI-BI(WRK-TER-CNT)
                          MOVE   TER01-SHURYO-BI       TO
                              WRK-TER-SHURYO-BI(WRK-TER-CNT)
                          MOVE   TER01-TANTOSYA-CODE   TO
                              WRK-TER-TANTOSYA-CODE(WRK-TER-CNT)
       *>                 --郵便番号指定は先頭一致に使う桁数を求めておく--
                          MOVE   ZERO   TO   WRK-NAGASA
                          INSPECT   TER01-SHITEI-CODE
                              TALLYING   WRK-NAGASA
                              FOR   CHARACTERS
                              BEFORE   INITIAL   SPACE
                          MOVE   WRK-NAGASA            TO
                              WRK-TER-CODE-NAGASA(WRK-TER-CNT)
                     END-IF
           END-READ.
       *>
       TER-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力担当者コードの未入力判定
       *>----------------------------------------------------------------------------
       MINYURYOKU-HANTEI-PROC            SECTION.
       *>
           MOVE   SPACE   TO   PRM-MINYURYOKU-FLG.
       *>
           IF   PRM-NYURYOKU-TANTO   =   SPACE
           OR   PRM-NYURYOKU-TANTO(4:4)   =   "0000"
           OR   PRM-NYURYOKU-TANTO(4:4)   =   SPACE   THEN
                MOVE   "Y"   TO   PRM-MINYURYOKU-FLG
           END-IF.
       *>
           IF   WRK-KITEI-TANTO   NOT =   SPACE
           AND  PRM-NYURYOKU-TANTO   =   WRK-KITEI-TANTO   THEN
                MOVE   "Y"   TO   PRM-MINYURYOKU-FLG
           END-IF.
       *>
       MINYURYOKU-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>責任担当者の取得（顧客指定を優先し、無ければ郵便番号の先頭一致）
       *>----------------------------------------------------------------------------
       TANTO-GET-PROC                    SECTION.
       *>
           MOVE   SPACE   TO   PRM-TANTOSYA-CODE.
           MOVE   SPACE   TO   PRM-MITUKE-FLG.
           MOVE   ZERO    TO   WRK-SAIYO-KAISHI-BI.
           MOVE   ZERO    TO   WRK-SAIYO-NAGASA.
           MOVE   PRM-KOKYAKU-BANGOU   TO   WRK-KOKYAKU-CODE.
       *>
           PERFORM   KOKYAKU-SHITEI-CHECK-PROC
                    VARYING   WRK-TER-IDX   FROM   1   BY   1
                    UNTIL   WRK-TER-IDX   >   WRK-TER-CNT.
       *>
           IF   PRM-MITUKE-FLG   =   "1"   THEN
                GO   TO   TANTO-GET-PROC-EXIT
           END-IF.
       *>
           MOVE   PRM-YUBIN-BANGOU   TO   WRK-YUBIN-BANGOU.
           IF   WRK-YUBIN-BANGOU   =   SPACE   THEN
                PERFORM   KOKYAKU-YUBIN-GET-PROC
           END-IF.
       *>
           IF   WRK-YUBIN-BANGOU   =   SPACE   THEN
                GO   TO   TANTO-GET-PROC-EXIT
           END-IF.
       *>
           PERFORM   YUBIN-SHITEI-CHECK-PROC
                    VARYING   WRK-TER-IDX   FROM   1   BY   1
                    UNTIL   WRK-TER-IDX   >   WRK-TER-CNT.
       *>
       TANTO-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客指定の突合チェック（１件分・有効期間内で開始日が最新の登録を採用）
       *>----------------------------------------------------------------------------
       KOKYAKU-SHITEI-CHECK-PROC         SECTION.
       *>
           IF   WRK-TER-SHITEI-KUBUN(WRK-TER-IDX)   =   "1"
           AND  WRK-TER-SHITEI-CODE(WRK-TER-IDX)    =   WRK-KOKYAKU-CODE
           AND  WRK-TER-KAISHI-BI(WRK-TER-IDX)      <=  PRM-KIJUN-BI
           AND  WRK-TER-KAISHI-BI(WRK-TER-IDX)      >=
                WRK-SAIYO-KAISHI-BI
           AND (WRK-TER-SHURYO-BI(WRK-TER-IDX)      =   ZERO
           OR   WRK-TER-SHURYO-BI(WRK-TER-IDX)      >=  PRM-KIJUN-BI)
           THEN
                MOVE   WRK-TER-TANTOSYA-CODE(WRK-TER-IDX)   TO
                       PRM-TANTOSYA-CODE
                MOVE   WRK-TER-KAISHI-BI(WRK-TER-IDX)       TO
                       WRK-SAIYO-KAISHI-BI
                MOVE   "1"   TO   PRM-MITUKE-FLG
           END-IF.
       *>
       KOKYAKU-SHITEI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>郵便番号指定の突合チェック（１件分・有効期間内で最も長く一致した登録、
       *>同じ長さでは開始日が最新の登録を採用）
       *>----------------------------------------------------------------------------
       YUBIN-SHITEI-CHECK-PROC           SECTION.
       *>
           MOVE   WRK-TER-CODE-NAGASA(WRK-TER-IDX)   TO   WRK-NAGASA.
       *>
           IF   WRK-TER-SHITEI-KUBUN(WRK-TER-IDX)   NOT =   "2"
           OR   WRK-NAGASA   =   ZERO
           OR   WRK-NAGASA   <   WRK-SAIYO-NAGASA   THEN
                GO   TO   YUBIN-SHITEI-CHECK-PROC-EXIT
           END-IF.
       *>
           IF   WRK-TER-SHITEI-CODE(WRK-TER-IDX)(1:WRK-NAGASA)   NOT =
                WRK-YUBIN-BANGOU(1:WRK-NAGASA)
           OR   WRK-TER-KAISHI-BI(WRK-TER-IDX)   >   PRM-KIJUN-BI   THEN
                GO   TO   YUBIN-SHITEI-CHECK-PROC-EXIT
           END-IF.
       *>
           IF   WRK-TER-SHURYO-BI(WRK-TER-IDX)   NOT =   ZERO
           AND  WRK-TER-SHURYO-BI(WRK-TER-IDX)   <   PRM-KIJUN-BI   THEN
                GO   TO   YUBIN-SHITEI-CHECK-PROC-EXIT
           END-IF.
       *>
           IF   WRK-NAGASA   =   WRK-SAIYO-NAGASA
           AND  WRK-TER-KAISHI-BI(WRK-TER-IDX)   <   WRK-SAIYO-KAISHI-BI
           THEN
                GO   TO   YUBIN-SHITEI-CHECK-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-TER-TANTOSYA-CODE(WRK-TER-IDX)   TO
                  PRM-TANTOSYA-CODE.
           MOVE   WRK-TER-KAISHI-BI(WRK-TER-IDX)   TO
                  WRK-SAIYO-KAISHI-BI.
           MOVE   WRK-NAGASA   TO   WRK-SAIYO-NAGASA.
           MOVE   "2"          TO   PRM-MITUKE-FLG.
       *>
       YUBIN-SHITEI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタからの郵便番号の取得（顧客マスタが無い場合は取得しない）
       *>----------------------------------------------------------------------------
       KOKYAKU-YUBIN-GET-PROC            SECTION.
       *>
           OPEN   INPUT   KMS01-KOKYAKU-MASTER.
       *>
           IF   KMS-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   KOKYAKU-YUBIN-GET-PROC-EXIT
           END-IF.
       *>
           MOVE   PRM-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU.
           READ   KMS01-KOKYAKU-MASTER
               INVALID   KEY
                     MOVE   SPACE                TO   WRK-YUBIN-BANGOU
               NOT   INVALID   KEY
                     MOVE   KMS01-YUBIN-BANGOU   TO   WRK-YUBIN-BANGOU
           END-READ.
       *>
           CLOSE   KMS01-KOKYAKU-MASTER.
       *>
       KOKYAKU-YUBIN-GET-PROC-EXIT.
       *>
           EXIT.
