       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWUSOP.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Uso real das permissoes: confronta o que os  *
                      *  grupos "GU" e as paginas "99"/"SM" liberam   *
                      *  com o que foi de fato lancado no periodo,    *
                      *  para a recertificacao de acessos.  Uso =     *
                      *  contador "UC" do CWMEN0 com ultimo uso a     *
                      *  partir do inicio do periodo (o contador e'   *
                      *  acumulado, sem quebra por data) ou linha do  *
                      *  log permanente dentro do periodo com o       *
                      *  usuario entre aspas e "CWRUN <programa>" ou  *
                      *  o titulo da opcao lancada pelo menu.  Le os  *
                      *  meses fechados GR<AAAAMM>.LOG do periodo e   *
                      *  o log corrente (CWUSOP_LOGFILE, GR9999.LOG   *
                      *  por falta).  Aponta, por usuario, as         *
                      *  permissoes sem uso e os grupos adicionais    *
                      *  sem nenhum programa usado e, por grupo, as   *
                      *  concessoes que nenhum membro exerceu, com o  *
                      *  conjunto reduzido sugerido (o que foi        *
                      *  usado).  Periodo por CWUSOP_DE/CWUSOP_ATE    *
                      *  (AAAAMMDD; por falta, os ultimos 365 dias);  *
                      *  em lote (CWCRON=ON ou CWUSOP_BATCH=ANALISE)  *
                      *  sai so o relatorio, com RETURN-CODE 4        *
                      *  quando ha permissao sem uso.  Interativo,    *
                      *  restrito a niveis 8 e 9.                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOGWK  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-LOGWK.

       DATA DIVISION.
       FILE SECTION.

       FD   LOGWK
            VALUE OF FILE-ID LB-LOGWK.

       01   LOGWK-REG PIC X(250).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-LOGWK.
              10 FS-LOGWK              PIC  X(002) VALUE "00".
              10 LB-LOGWK              PIC  X(255) VALUE SPACES.
           05 LB-CORRENTE              PIC  X(255) VALUE SPACES.
           05 MINUSCULAS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           05 MAIUSCULAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 I                        PIC  9(003) VALUE 0.
           05 J                        PIC  9(001) VALUE 0.
           05 K                        PIC  9(003) VALUE 0.
           05 Y                        PIC  9(003) VALUE 0.
           05 G                        PIC  9(003) VALUE 0.
           05 P                        PIC  9(003) VALUE 0.
           05 O                        PIC  9(004) VALUE 0.
           05 U                        PIC  9(005) VALUE 0.
           05 Q1                       PIC  9(003) VALUE 0.
           05 Q2                       PIC  9(003) VALUE 0.
           05 QX                       PIC  9(003) VALUE 0.
           05 INI                      PIC  9(003) VALUE 0.
           05 TAM                      PIC  9(003) VALUE 0.
           05 CONTA                    PIC  9(003) VALUE 0.
           05 MELHOR                   PIC  9(004) VALUE 0.
           05 MELHOR-TAM               PIC  9(003) VALUE 0.
           05 RC                       PIC  9(001) VALUE 0.
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 BATCH                    PIC  X(010) VALUE SPACES.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 PERIODO-OK               PIC  X(001) VALUE "S".
           05 PERIODO-CHAR             PIC  X(008) VALUE SPACES.
           05 HOJE                     PIC  9(008) VALUE 0.
           05 PERIODO-DE               PIC  9(008) VALUE 0.
           05 PERIODO-ATE              PIC  9(008) VALUE 0.
           05 DATA-TESTE               PIC  9(008) VALUE 0.
           05 DATA-OK                  PIC  X(001) VALUE "S".
           05 DATA-DE-ED               PIC  X(010) VALUE SPACES.
           05 DATA-ATE-ED              PIC  X(010) VALUE SPACES.
           05 MES-W                    PIC  9(006) VALUE 0.
           05 FILLER REDEFINES MES-W.
              10 MES-W-ANO             PIC  9(004).
              10 MES-W-MES             PIC  9(002).
           05 MES-ATE                  PIC  9(006) VALUE 0.
           05 TIPO-PAGINA              PIC  X(002) VALUE SPACES.
           05 PROGRAMA-W               PIC  X(008) VALUE SPACES.
           05 NIVEL-OPCAO              PIC  9(001) VALUE 0.
           05 TITULO-NOVO              PIC  X(034) VALUE SPACES.
           05 TITULO-W                 PIC  X(034) VALUE SPACES.
           05 ADM-G                    PIC  X(001) VALUE SPACE.
           05 UC-PAGINA                PIC  9(004) VALUE 0.
           05 UC-OPCAO                 PIC  9(002) VALUE 0.
           05 USO-USUARIO              PIC  X(026) VALUE SPACES.
           05 RESTO-LINHA              PIC  X(250) VALUE SPACES.
           05 LN-DATA                  PIC  9(008) VALUE 0.
           05 LN-USUARIO               PIC  X(030) VALUE SPACES.
           05 PONTEIRO                 PIC  9(003) VALUE 0.
      *    Usuario corrente da varredura "PS"
           05 USUARIO-W                PIC  X(030) VALUE SPACES.
           05 NIVEL-US                 PIC  9(001) VALUE 0.
           05 IRRESTRITO               PIC  X(001) VALUE SPACE.
           05 VIA-GRUPO                PIC  X(022) VALUE SPACES.
           05 UG-TB OCCURS 6.
              10 UG-NOME               PIC  X(022).
              10 UG-IX                 PIC  9(003).
              10 UG-OCIOSO             PIC  X(001).
           05 QT-PERMITIDOS            PIC  9(003) VALUE 0.
           05 QT-USADOS                PIC  9(003) VALUE 0.
           05 QT-SEM-USO               PIC  9(003) VALUE 0.
           05 QT-OCIOSOS               PIC  9(001) VALUE 0.
           05 QT-CONCEDIDOS            PIC  9(003) VALUE 0.
      *    Totais
           05 TOT-LOGS                 PIC  9(003) VALUE 0.
           05 TOT-USUARIOS             PIC  9(006) VALUE 0.
           05 TOT-USUARIOS-SOBRA       PIC  9(006) VALUE 0.
           05 TOT-PERM-SEM-USO         PIC  9(006) VALUE 0.
           05 TOT-ADIC-OCIOSOS         PIC  9(006) VALUE 0.
           05 TOT-CONC-SEM-USO         PIC  9(006) VALUE 0.
      *    Opcoes de menu (pagina/opcao do "UC" e titulo do log) e
      *    programas alcancaveis com o menor nivel de menu
           05 TOT-OPCOES               PIC  9(004) VALUE 0.
           05 TABELA-OPCOES.
              10 OP-TB OCCURS 1000.
                 15 OP-PAGINA          PIC  9(004).
                 15 OP-OPCAO           PIC  9(002).
                 15 OP-PG              PIC  9(003).
                 15 OP-TAM             PIC  9(003).
                 15 OP-TITULO          PIC  X(034).
           05 TOT-PROGS                PIC  9(003) VALUE 0.
           05 TABELA-PROGRAMAS.
              10 PG-TB OCCURS 300.
                 15 PG-PROG            PIC  X(008).
                 15 PG-NIVEL           PIC  9(001).
                 15 PG-TITULO          PIC  X(034).
                 15 PG-PERMITE         PIC  X(001).
                 15 PG-USADO           PIC  X(001).
      *    Grupos: concessao e uso por algum membro, por programa
           05 TOT-GRUPOS               PIC  9(003) VALUE 0.
           05 TABELA-GRUPOS.
              10 GR-TB OCCURS 100.
                 15 GR-NOME            PIC  X(022).
                 15 GR-ADM             PIC  X(001).
                 15 GR-MEMBROS         PIC  9(005).
                 15 GR-CONCEDE OCCURS 300 PIC X(001).
                 15 GR-USADO   OCCURS 300 PIC X(001).
      *    Usos achados no periodo (usuario x programa)
           05 TOT-USOS                 PIC  9(005) VALUE 0.
           05 TABELA-USOS.
              10 US-TB OCCURS 5000.
                 15 US-USUARIO         PIC  X(026).
                 15 US-PG              PIC  9(003).

       01  LINHAS-DE-IMPRESSAO-UP.
       02  LINHA-UP-1.
           05 FILLER                   PIC  X(031) VALUE
              "USUARIO/GRUPO".
           05 FILLER                   PIC  X(021) VALUE
              "SITUACAO".
           05 FILLER                   PIC  X(009) VALUE
              "PROGRAMA".
           05 FILLER                   PIC  X(035) VALUE
              "TITULO DA OPCAO".
           05 FILLER                   PIC  X(036) VALUE
              "OBSERVACAO".
       02  LINHA-UP-2.
           05 UPL-NOME                 PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 UPL-SITUACAO             PIC  X(020) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 UPL-LISTA                PIC  X(080) VALUE SPACES.
           05 FILLER REDEFINES UPL-LISTA.
              10 UPL-PROGRAMA          PIC  X(008).
              10 FILLER                PIC  X(001).
              10 UPL-TITULO            PIC  X(034).
              10 FILLER                PIC  X(001).
              10 UPL-OBS               PIC  X(036).
       02  LINHA-UP-3.
           05 UPL-RESUMO               PIC  X(080) VALUE SPACES.
       02  LINHA-UP-4.
           05 UPL-ROTULO               PIC  X(040) VALUE SPACES.
           05 UPL-TOTAL                PIC  ZZZ.ZZ9 VALUE 0.

       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWTIME.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   CRON = "ON"
           OR   BATCH = "ANALISE"
                PERFORM 200-ANALISE THRU 200-99-FIM
           ELSE
                IF   NIVEL-OPERADOR < 8
                     MOVE "Uso das permissoes exige nivel 8 ou 9"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                ELSE
                     PERFORM 100-PERIODO THRU 100-99-FIM
                     IF   PERIODO-OK = "S"
                          PERFORM 200-ANALISE THRU 200-99-FIM
                     END-IF
                END-IF
           END-IF
           PERFORM 900-FINAIS   THRU 900-99-FIM
           MOVE RC TO RETURN-CODE.

       000-99-FIM. GOBACK.

       100-PERIODO.

           MOVE 10 TO CWBOXW-LINE
           MOVE 15 TO CWBOXW-COLUMN
           MOVE 04 TO CWBOXW-VERTICAL-LENGTH
           MOVE 40 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111729" "Periodo a analisar (AAAAMMDD)"
           CALL "CWMSGW" USING "121705" "De  :"
           CALL "CWMSGW" USING "131705" "Ate :"
           ACCEPT PERIODO-DE  AT 1223 WITH UPDATE
           ACCEPT PERIODO-ATE AT 1323 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE PERIODO-DE TO DATA-TESTE
           PERFORM 110-VALIDA-DATA THRU 110-99-FIM
           IF   DATA-OK = "S"
                MOVE PERIODO-ATE TO DATA-TESTE
                PERFORM 110-VALIDA-DATA THRU 110-99-FIM
           END-IF
           IF   DATA-OK NOT = "S"
           OR   PERIODO-DE > PERIODO-ATE
                MOVE "N" TO PERIODO-OK
                MOVE "Periodo invalido" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       100-99-FIM. EXIT.

      *    Data de calendario: a que o CWTIME devolve, sem deslocar
      *    dias, tem de ser a mesma que foi digitada
       110-VALIDA-DATA.

           MOVE "N" TO DATA-OK
           IF   DATA-TESTE = 0
                GO TO 110-99-FIM
           END-IF
           SET  CWTIME-NORMAL TO TRUE
           MOVE SPACE         TO CWTIME-TODAY-STATUS
                                 CWTIME-DAYS-STATUS
                                 CWTIME-WEEK-STATUS
           MOVE DATA-TESTE    TO CWTIME-DATE
           MOVE 0             TO CWTIME-DAYS
                                 CWTIME-DATE-FINAL
           CALL "CWTIME" USING PARAMETROS-CWTIME
           IF   CWTIME-DATE-FINAL = DATA-TESTE
                MOVE "S" TO DATA-OK
           END-IF.

       110-99-FIM. EXIT.

       200-ANALISE.

           MOVE 0 TO TOT-LOGS TOT-USUARIOS TOT-USUARIOS-SOBRA
                     TOT-PERM-SEM-USO TOT-ADIC-OCIOSOS
                     TOT-CONC-SEM-USO TOT-USOS
           PERFORM 210-CATALOGO THRU 210-99-FIM
           IF   TOT-PROGS = 0
                IF   CRON NOT = "ON"
                AND  BATCH NOT = "ANALISE"
                     MOVE "Nenhum programa nas paginas de menu"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                END-IF
                GO TO 200-99-FIM
           END-IF
           PERFORM 230-GRUPOS THRU 230-99-FIM
           PERFORM 300-USO-UC THRU 300-99-FIM
           PERFORM 320-USO-LOG THRU 320-99-FIM

           SET CWTIME-EDIT TO TRUE
           MOVE PERIODO-DE TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED TO DATA-DE-ED
           SET CWTIME-EDIT TO TRUE
           MOVE PERIODO-ATE TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED TO DATA-ATE-ED
           MOVE "USO DAS PERMISSOES"         TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "PERIODO DE " DATA-DE-ED " A " DATA-ATE-ED
                  DELIMITED BY SIZE
             INTO CWIMPR-SUB-TITLE
           MOVE "Config/UsoPermissoes"       TO CWIMPR-NOTE
           MOVE LINHA-UP-1                   TO CWIMPR-HEADER-1
           MOVE "CWUSOPA"                    TO CWIMPR-REPORT

           MOVE "*** POR USUARIO ***" TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           PERFORM 400-USUARIOS THRU 400-99-FIM
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "*** POR GRUPO ***" TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           PERFORM 500-GRUPO THRU 500-99-FIM
                   VARYING G FROM 1 BY 1 UNTIL G > TOT-GRUPOS
                                             OR CWIMPR-END-PRINT
           PERFORM 600-TOTAIS THRU 600-99-FIM
           IF   TOT-PERM-SEM-USO > 0
           OR   TOT-CONC-SEM-USO > 0
                MOVE 4 TO RC
           END-IF
           IF   CRON NOT = "ON"
           AND  BATCH NOT = "ANALISE"
                MOVE SPACES TO CWSEND-MSG
                STRING "Permissoes sem uso: " TOT-PERM-SEM-USO
                       "  concessoes de grupo sem uso: "
                       TOT-CONC-SEM-USO
                       DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       200-99-FIM. EXIT.

      *    Catalogo das opcoes das paginas "99" e "SM"; as opcoes de
      *    submenu (CWBOXS) sao navegacao, nao permissao
       210-CATALOGO.

           MOVE 0 TO TOT-OPCOES TOT-PROGS
           MOVE "99" TO TIPO-PAGINA
           PERFORM 215-VARRE-PAGINAS THRU 215-99-FIM
           MOVE "SM" TO TIPO-PAGINA
           PERFORM 215-VARRE-PAGINAS THRU 215-99-FIM.

       210-99-FIM. EXIT.

       215-VARRE-PAGINAS.

           MOVE TIPO-PAGINA TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = TIPO-PAGINA)
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = TIPO-PAGINA
                        PERFORM 220-TRATA-OPCAO THRU 220-99-FIM
                                VARYING I FROM 1 BY 1 UNTIL I > 26
                   END-IF
           END-PERFORM.

       215-99-FIM. EXIT.

       220-TRATA-OPCAO.

           IF   CWCONF-NM-OPCAO (I) = SPACES
           OR   CWCONF-PROG (I) = SPACES
                GO TO 220-99-FIM
           END-IF
           MOVE CWCONF-PROG (I) TO PROGRAMA-W
           CALL "CWCODE" USING "D" CWCONF-SIZE-P-99 (I)
                                   CWCONF-FATOR-P-99 (I)
                                   PROGRAMA-W
           INSPECT PROGRAMA-W CONVERTING MINUSCULAS TO MAIUSCULAS
           IF   PROGRAMA-W = SPACES
           OR   PROGRAMA-W = "CWBOXS"
           OR   PROGRAMA-W = "CWMENU"
                GO TO 220-99-FIM
           END-IF
           IF   CWCONF-NIVEL (I) NUMERIC
                MOVE CWCONF-NIVEL (I) TO NIVEL-OPCAO
           ELSE
                MOVE 0 TO NIVEL-OPCAO
           END-IF
           PERFORM 225-AJUSTA-TITULO THRU 225-99-FIM

           PERFORM VARYING P FROM 1 BY 1
                     UNTIL P > TOT-PROGS
                        OR PG-PROG (P) = PROGRAMA-W
                   CONTINUE
           END-PERFORM
           IF   P > TOT-PROGS
                IF   TOT-PROGS = 300
                     GO TO 220-99-FIM
                END-IF
                ADD  1 TO TOT-PROGS
                MOVE TOT-PROGS   TO P
                MOVE PROGRAMA-W  TO PG-PROG (P)
                MOVE NIVEL-OPCAO TO PG-NIVEL (P)
                MOVE TITULO-W    TO PG-TITULO (P)
           ELSE
                IF   NIVEL-OPCAO < PG-NIVEL (P)
                     MOVE NIVEL-OPCAO TO PG-NIVEL (P)
                END-IF
           END-IF

      *    Pagina do balde "UC": a da "99"; no submenu, o numero
      *    proprio do "SM" (sem ele o balde e' o da pagina mae, que
      *    daqui nao se sabe - fica so o log)
           IF   TOT-OPCOES = 1000
                GO TO 220-99-FIM
           END-IF
           ADD  1 TO TOT-OPCOES
           MOVE TOT-OPCOES TO O
           MOVE 0 TO OP-PAGINA (O) OP-OPCAO (O)
           IF   CWCONF-PAGINA NUMERIC
                MOVE CWCONF-PAGINA TO OP-PAGINA (O)
           END-IF
           IF   CWCONF-NO-OPCAO (I) NUMERIC
                MOVE CWCONF-NO-OPCAO (I) TO OP-OPCAO (O)
           END-IF
           MOVE P        TO OP-PG (O)
           MOVE TAM      TO OP-TAM (O)
           MOVE TITULO-W TO OP-TITULO (O).

       220-99-FIM. EXIT.

      *    Titulo como o menu grava no log: sem o "~" da tecla de
      *    atalho, "_" vira espaco; brancos da esquerda saem
       225-AJUSTA-TITULO.

           MOVE CWCONF-NM-OPCAO (I) TO TITULO-NOVO
           MOVE SPACES              TO TITULO-W
           MOVE 0                   TO Y
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 34
                   IF   TITULO-NOVO (K: 1) NOT = X"7E"
                        ADD 1 TO Y
                        MOVE TITULO-NOVO (K: 1) TO TITULO-W (Y: 1)
                   END-IF
           END-PERFORM
           INSPECT TITULO-W CONVERTING "_" TO SPACE
           MOVE TITULO-W TO TITULO-NOVO
           MOVE SPACES   TO TITULO-W
           PERFORM VARYING INI FROM 1 BY 1
                     UNTIL INI > 34
                        OR TITULO-NOVO (INI: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM
           IF   INI > 34
                MOVE 0 TO TAM
                GO TO 225-99-FIM
           END-IF
           MOVE TITULO-NOVO (INI: ) TO TITULO-W
           PERFORM VARYING TAM FROM 34 BY -1
                     UNTIL TAM = 0
                        OR TITULO-W (TAM: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM.

       225-99-FIM. EXIT.

      *    Cabecalhos "GU" primeiro (a consulta por programa mexe no
      *    cursor), depois a concessao de cada programa por grupo
       230-GRUPOS.

           MOVE 0    TO TOT-GRUPOS
           MOVE "GU" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "GU")
                      OR TOT-GRUPOS = 100
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "GU"
                   AND  CWCONF-PROG-GRUPO = SPACES
                        ADD  1 TO TOT-GRUPOS
                        MOVE CWCONF-NOME-GRUPO (1: 22)
                          TO GR-NOME (TOT-GRUPOS)
                        MOVE 0 TO GR-MEMBROS (TOT-GRUPOS)
                   END-IF
           END-PERFORM
           PERFORM 235-CONCESSOES THRU 235-99-FIM
                   VARYING G FROM 1 BY 1 UNTIL G > TOT-GRUPOS.

       230-99-FIM. EXIT.

      *    Mesmo criterio bloquear/liberar do menu (CWEFAC)
       235-CONCESSOES.

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > TOT-PROGS
                   MOVE "N" TO GR-CONCEDE (G P)
                               GR-USADO   (G P)
           END-PERFORM
           MOVE "GU"   TO CWGRPS-REG
           MOVE SPACES TO CWGRPS-NOME-GRUPO
                          CWGRPS-PROG-GRUPO
           MOVE GR-NOME (G) TO CWGRPS-NOME-GRUPO (1: 22)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWGRPS-REG FS-CWGRPS KGR PGR
           IF   FS-CWGRPS NOT < "09"
                GO TO 235-99-FIM
           END-IF
           MOVE CWGRPS-ADM TO ADM-G GR-ADM (G)
           PERFORM 240-CONCEDE THRU 240-99-FIM
                   VARYING P FROM 1 BY 1 UNTIL P > TOT-PROGS.

       235-99-FIM. EXIT.

       240-CONCEDE.

           MOVE "GU"   TO CWGRPS-REG
           MOVE SPACES TO CWGRPS-NOME-GRUPO
           MOVE GR-NOME (G)  TO CWGRPS-NOME-GRUPO (1: 22)
           MOVE PG-PROG (P)  TO CWGRPS-PROG-GRUPO
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWGRPS-REG FS-CWGRPS KGR PGR
           IF  (FS-CWGRPS < "09"
           AND  CWGRPS-ACESSO-GRUPO NOT = SPACE
           AND  ADM-G               NOT = "I")
           OR  (FS-CWGRPS = "23"
           AND  ADM-G                   = "I")
                CONTINUE
           ELSE
                IF   FS-CWGRPS < "09"
                OR   FS-CWGRPS = "23"
                     MOVE "S" TO GR-CONCEDE (G P)
                END-IF
           END-IF.

       240-99-FIM. EXIT.

      *    Contadores "UC" (arquivo de trabalho CWWORK): o contador e'
      *    acumulado, entao vale o ultimo uso a partir do inicio do
      *    periodo - uso posterior ao fim ainda conta, por cautela
      *    (melhor nao sugerir cortar o que esta em uso)
       300-USO-UC.

           MOVE "UC"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "UC")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWWORK" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "UC"
                        PERFORM 310-TRATA-UC THRU 310-99-FIM
                   END-IF
           END-PERFORM.

       300-99-FIM. EXIT.

       310-TRATA-UC.

           IF   CWCONF-UC-CONTADOR NOT NUMERIC
           OR   CWCONF-UC-CONTADOR = 0
           OR   CWCONF-ULTIMO-LOGIN-DATA NOT NUMERIC
           OR   CWCONF-ULTIMO-LOGIN-DATA < PERIODO-DE
           OR   CWCONF-CHAVE (27: 4) NOT NUMERIC
           OR   CWCONF-CHAVE (31: 2) NOT NUMERIC
                GO TO 310-99-FIM
           END-IF
           MOVE CWCONF-CHAVE (27: 4) TO UC-PAGINA
           MOVE CWCONF-CHAVE (31: 2) TO UC-OPCAO
           IF   UC-PAGINA = 0
                GO TO 310-99-FIM
           END-IF
           MOVE CWCONF-CHAVE (1: 26) TO USO-USUARIO
           INSPECT USO-USUARIO CONVERTING MINUSCULAS TO MAIUSCULAS
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > TOT-OPCOES
                   IF   OP-PAGINA (O) = UC-PAGINA
                   AND  OP-OPCAO  (O) = UC-OPCAO
                        MOVE OP-PG (O) TO P
                        PERFORM 390-MARCA-USO THRU 390-99-FIM
                   END-IF
           END-PERFORM.

       310-99-FIM. EXIT.

      *    Meses fechados do periodo e depois o log corrente; mes sem
      *    arquivo (nao rotacionado ou ja expurgado) e' pulado
       320-USO-LOG.

           MOVE PERIODO-DE  (1: 6) TO MES-W
           MOVE PERIODO-ATE (1: 6) TO MES-ATE
           PERFORM UNTIL MES-W > MES-ATE
                   MOVE SPACES TO LB-LOGWK
                   STRING "GR" MES-W ".LOG" DELIMITED BY SIZE
                     INTO LB-LOGWK
                   PERFORM 330-LE-LOG THRU 330-99-FIM
                   IF   MES-W-MES = 12
                        ADD  1 TO MES-W-ANO
                        MOVE 1 TO MES-W-MES
                   ELSE
                        ADD  1 TO MES-W-MES
                   END-IF
           END-PERFORM
           MOVE LB-CORRENTE TO LB-LOGWK
           PERFORM 330-LE-LOG THRU 330-99-FIM.

       320-99-FIM. EXIT.

       330-LE-LOG.

           OPEN INPUT LOGWK
           IF   FS-LOGWK NOT = "00"
                GO TO 330-99-FIM
           END-IF
           ADD 1 TO TOT-LOGS
           PERFORM UNTIL FS-LOGWK > "09"
                   READ LOGWK
                   IF   FS-LOGWK = "00"
                        PERFORM 340-TRATA-LINHA THRU 340-99-FIM
                   END-IF
           END-PERFORM
           CLOSE LOGWK.

       330-99-FIM. EXIT.

      *    Decompoe a linha como o CWSECR: data no inicio, usuario
      *    entre aspas; programa pelo "CWRUN <programa>" ou, num
      *    lancamento pelo menu, pelo maior titulo de opcao contido
      *    no texto depois do usuario
       340-TRATA-LINHA.

           MOVE 0 TO LN-DATA
           IF   LOGWK-REG (3: 1) = "/"
           AND  LOGWK-REG (6: 1) = "/"
                MOVE LOGWK-REG (7: 4)  TO LN-DATA (1: 4)
                MOVE LOGWK-REG (4: 2)  TO LN-DATA (5: 2)
                MOVE LOGWK-REG (1: 2)  TO LN-DATA (7: 2)
           ELSE
                IF   LOGWK-REG (1: 8) IS NUMERIC
                     MOVE LOGWK-REG (1: 8)  TO LN-DATA
                END-IF
           END-IF
           IF   LN-DATA < PERIODO-DE
           OR   LN-DATA > PERIODO-ATE
                GO TO 340-99-FIM
           END-IF

           MOVE 0 TO Q1 Q2
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > 250
                                             OR Q2 > 0
                   IF   LOGWK-REG (QX: 1) = '"'
                        IF   Q1 = 0
                             MOVE QX TO Q1
                        ELSE
                             MOVE QX TO Q2
                        END-IF
                   END-IF
           END-PERFORM
           IF   Q2 = 0
           OR   Q2 - Q1 < 2
           OR   Q2 > 240
                GO TO 340-99-FIM
           END-IF
           MOVE SPACES TO LN-USUARIO
           COMPUTE QX = Q2 - Q1 - 1
           IF   QX > 30
                MOVE 30 TO QX
           END-IF
           MOVE LOGWK-REG (Q1 + 1: QX) TO LN-USUARIO
           INSPECT LN-USUARIO CONVERTING MINUSCULAS TO MAIUSCULAS
           MOVE LN-USUARIO (1: 26) TO USO-USUARIO

           MOVE SPACES TO PROGRAMA-W
           PERFORM VARYING QX FROM Q2 BY 1 UNTIL QX > 225
                                             OR PROGRAMA-W NOT = SPACES
                   IF   LOGWK-REG (QX: 6) = "CWRUN "
                        UNSTRING LOGWK-REG (QX + 6: 20)
                                 DELIMITED BY SPACE
                            INTO PROGRAMA-W
                        IF   PROGRAMA-W = SPACES
                             MOVE "*" TO PROGRAMA-W
                        END-IF
                   END-IF
           END-PERFORM
           IF   PROGRAMA-W NOT = SPACES
           AND  PROGRAMA-W NOT = "*"
                INSPECT PROGRAMA-W CONVERTING MINUSCULAS TO MAIUSCULAS
                PERFORM VARYING P FROM 1 BY 1
                          UNTIL P > TOT-PROGS
                             OR PG-PROG (P) = PROGRAMA-W
                        CONTINUE
                END-PERFORM
                IF   P NOT > TOT-PROGS
                     PERFORM 390-MARCA-USO THRU 390-99-FIM
                END-IF
                GO TO 340-99-FIM
           END-IF

           MOVE SPACES TO RESTO-LINHA
           MOVE LOGWK-REG (Q2 + 1: ) TO RESTO-LINHA
           MOVE 0 TO MELHOR MELHOR-TAM
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > TOT-OPCOES
                   IF   OP-TAM (O) > 3
                   AND  OP-TAM (O) > MELHOR-TAM
                        MOVE 0 TO CONTA
                        INSPECT RESTO-LINHA TALLYING CONTA
                                FOR ALL OP-TITULO (O) (1: OP-TAM (O))
                        IF   CONTA > 0
                             MOVE O          TO MELHOR
                             MOVE OP-TAM (O) TO MELHOR-TAM
                        END-IF
                   END-IF
           END-PERFORM
           IF   MELHOR > 0
                MOVE OP-PG (MELHOR) TO P
                PERFORM 390-MARCA-USO THRU 390-99-FIM
           END-IF.

       340-99-FIM. EXIT.

       390-MARCA-USO.

           PERFORM VARYING U FROM 1 BY 1
                     UNTIL U > TOT-USOS
                        OR (US-USUARIO (U) = USO-USUARIO
                       AND  US-PG (U)      = P)
                   CONTINUE
           END-PERFORM
           IF   U > TOT-USOS
           AND  TOT-USOS < 5000
                ADD  1           TO TOT-USOS
                MOVE USO-USUARIO TO US-USUARIO (TOT-USOS)
                MOVE P           TO US-PG (TOT-USOS)
           END-IF.

       390-99-FIM. EXIT.

      *    Usuarios "PS": so as tabelas sao consultadas aqui, entao a
      *    varredura nao perde o cursor
       400-USUARIOS.

           MOVE "PS"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "PS")
                      OR CWIMPR-END-PRINT
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "PS"
                        PERFORM 410-USUARIO THRU 410-99-FIM
                   END-IF
           END-PERFORM.

       400-99-FIM. EXIT.

      *    Acesso permanente do usuario: nivel e grupos titular e
      *    adicionais (a elevacao do CWELEV e' temporaria e fica de
      *    fora)
       410-USUARIO.

           ADD  1 TO TOT-USUARIOS
           MOVE CWCONF-NOME TO USUARIO-W
           MOVE CWCONF-NOME (1: 26) TO USO-USUARIO
           INSPECT USO-USUARIO CONVERTING MINUSCULAS TO MAIUSCULAS
           MOVE 0 TO NIVEL-US
           IF   CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO NIVEL-US
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
                   MOVE SPACES TO UG-NOME (J)
                   MOVE 0      TO UG-IX (J)
                   MOVE "N"    TO UG-OCIOSO (J)
           END-PERFORM
           MOVE SPACE TO IRRESTRITO
           IF   CWCONF-GRUPO = SPACES
           OR   CWCONF-GRUPO = LOW-VALUES
           OR   CWCONF-GRUPO = "Acesso sem restricoes"
           OR   CWCONF-GRUPO = "Acesso irrestrito"
                MOVE "S" TO IRRESTRITO
           ELSE
                MOVE CWCONF-GRUPO TO UG-NOME (1)
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 5
                   IF   CWCONF-NM-OPCAO (J + 10) (1: 22)
                        NOT = LOW-VALUES
                        MOVE CWCONF-NM-OPCAO (J + 10) (1: 22)
                          TO UG-NOME (J + 1)
                   END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
                   IF   UG-NOME (J) NOT = SPACES
                        PERFORM VARYING G FROM 1 BY 1
                                  UNTIL G > TOT-GRUPOS
                                     OR GR-NOME (G) = UG-NOME (J)
                                CONTINUE
                        END-PERFORM
                        IF   G NOT > TOT-GRUPOS
                             MOVE G TO UG-IX (J)
                             ADD  1 TO GR-MEMBROS (G)
                        END-IF
                   END-IF
           END-PERFORM

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > TOT-PROGS
                   MOVE "N" TO PG-USADO (P)
           END-PERFORM
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > TOT-USOS
                   IF   US-USUARIO (U) = USO-USUARIO
                        MOVE "S" TO PG-USADO (US-PG (U))
                   END-IF
           END-PERFORM

           MOVE 0 TO QT-PERMITIDOS QT-USADOS QT-SEM-USO QT-OCIOSOS
           PERFORM 420-PERMITIDO THRU 420-99-FIM
                   VARYING P FROM 1 BY 1 UNTIL P > TOT-PROGS
           PERFORM 430-ADICIONAL THRU 430-99-FIM
                   VARYING J FROM 2 BY 1 UNTIL J > 6
           IF   QT-SEM-USO = 0
           AND  QT-OCIOSOS = 0
                GO TO 410-99-FIM
           END-IF
           ADD 1          TO TOT-USUARIOS-SOBRA
           ADD QT-SEM-USO TO TOT-PERM-SEM-USO
           ADD QT-OCIOSOS TO TOT-ADIC-OCIOSOS
           PERFORM 440-IMPRIME-USUARIO THRU 440-99-FIM.

       410-99-FIM. EXIT.

      *    Permissao = nivel de menu ao alcance e algum grupo do
      *    usuario libera (titular sem restricoes libera tudo); o
      *    uso marca o programa em todo grupo dele que o concede
       420-PERMITIDO.

           MOVE "N" TO PG-PERMITE (P)
           IF   PG-NIVEL (P) > NIVEL-US
                GO TO 420-99-FIM
           END-IF
           IF   IRRESTRITO = "S"
                MOVE "S" TO PG-PERMITE (P)
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
                   IF   UG-IX (J) > 0
                        MOVE UG-IX (J) TO G
                        IF   GR-CONCEDE (G P) = "S"
                             MOVE "S" TO PG-PERMITE (P)
                             IF   PG-USADO (P) = "S"
                                  MOVE "S" TO GR-USADO (G P)
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           IF   PG-PERMITE (P) NOT = "S"
                GO TO 420-99-FIM
           END-IF
           ADD 1 TO QT-PERMITIDOS
           IF   PG-USADO (P) = "S"
                ADD 1 TO QT-USADOS
           ELSE
                ADD 1 TO QT-SEM-USO
           END-IF.

       420-99-FIM. EXIT.

      *    Grupo adicional ocioso: nenhum programa que ele concede
      *    (ao alcance do nivel do usuario) foi usado
       430-ADICIONAL.

           IF   UG-NOME (J) = SPACES
                GO TO 430-99-FIM
           END-IF
           MOVE "S" TO UG-OCIOSO (J)
           IF   UG-IX (J) > 0
                MOVE UG-IX (J) TO G
                PERFORM VARYING P FROM 1 BY 1
                          UNTIL P > TOT-PROGS
                             OR UG-OCIOSO (J) = "N"
                        IF   GR-CONCEDE (G P) = "S"
                        AND  PG-NIVEL (P) NOT > NIVEL-US
                        AND  PG-USADO (P) = "S"
                             MOVE "N" TO UG-OCIOSO (J)
                        END-IF
                END-PERFORM
           END-IF
           IF   UG-OCIOSO (J) = "S"
                ADD 1 TO QT-OCIOSOS
           END-IF.

       430-99-FIM. EXIT.

       440-IMPRIME-USUARIO.

           MOVE SPACES      TO LINHA-UP-2
           MOVE USUARIO-W   TO UPL-NOME
           MOVE "RESUMO"    TO UPL-SITUACAO
           MOVE SPACES      TO UPL-RESUMO
           STRING "nivel " NIVEL-US
                  "  permitidos " QT-PERMITIDOS
                  "  usados " QT-USADOS
                  "  sem uso " QT-SEM-USO
                  DELIMITED BY SIZE
             INTO UPL-RESUMO
           MOVE UPL-RESUMO  TO UPL-LISTA
           MOVE LINHA-UP-2  TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE SPACES      TO UPL-NOME
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > TOT-PROGS
                                            OR CWIMPR-END-PRINT
                   IF   PG-PERMITE (P) = "S"
                   AND  PG-USADO (P) NOT = "S"
                        PERFORM 445-PERMISSAO-SEM-USO THRU 445-99-FIM
                   END-IF
           END-PERFORM
           PERFORM VARYING J FROM 2 BY 1 UNTIL J > 6
                                            OR CWIMPR-END-PRINT
                   IF   UG-OCIOSO (J) = "S"
                        MOVE SPACES TO UPL-SITUACAO UPL-LISTA
                        MOVE "ADICIONAL SEM USO" TO UPL-SITUACAO
                        MOVE UG-NOME (J)         TO UPL-TITULO
                        IF   UG-IX (J) = 0
                             MOVE "grupo nao cadastrado" TO UPL-OBS
                        ELSE
                             MOVE "remover o grupo adicional"
                               TO UPL-OBS
                        END-IF
                        MOVE LINHA-UP-2 TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM
           PERFORM 450-SUGERIDO-USUARIO THRU 450-99-FIM.

       440-99-FIM. EXIT.

       445-PERMISSAO-SEM-USO.

           MOVE SPACES              TO UPL-SITUACAO UPL-LISTA
           MOVE "PERMISSAO SEM USO" TO UPL-SITUACAO
           MOVE PG-PROG (P)         TO UPL-PROGRAMA
           MOVE PG-TITULO (P)       TO UPL-TITULO
           IF   IRRESTRITO = "S"
                MOVE "via acesso sem restricoes" TO UPL-OBS
           ELSE
                MOVE SPACES TO VIA-GRUPO
                PERFORM VARYING J FROM 1 BY 1
                          UNTIL J > 6
                             OR VIA-GRUPO NOT = SPACES
                        IF   UG-IX (J) > 0
                             MOVE UG-IX (J) TO G
                             IF   GR-CONCEDE (G P) = "S"
                                  MOVE UG-NOME (J) TO VIA-GRUPO
                             END-IF
                        END-IF
                END-PERFORM
                STRING "via " VIA-GRUPO DELIMITED BY SIZE
                  INTO UPL-OBS
           END-IF
           MOVE LINHA-UP-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       445-99-FIM. EXIT.

      *    Conjunto reduzido sugerido = programas permitidos que o
      *    usuario de fato usou no periodo
       450-SUGERIDO-USUARIO.

           MOVE SPACES TO UPL-SITUACAO UPL-LISTA
           MOVE "CONJUNTO SUGERIDO" TO UPL-SITUACAO
           MOVE 1 TO PONTEIRO
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > TOT-PROGS
                                            OR CWIMPR-END-PRINT
                   IF   PG-PERMITE (P) = "S"
                   AND  PG-USADO (P) = "S"
                        PERFORM 460-LISTA-PROGRAMA THRU 460-99-FIM
                   END-IF
           END-PERFORM
           PERFORM 470-FECHA-LISTA THRU 470-99-FIM.

       450-99-FIM. EXIT.

       460-LISTA-PROGRAMA.

           IF   PONTEIRO > 72
                MOVE LINHA-UP-2 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE SPACES TO UPL-NOME UPL-SITUACAO UPL-LISTA
                MOVE 1 TO PONTEIRO
           END-IF
           STRING PG-PROG (P) DELIMITED BY SPACE
                  " "         DELIMITED BY SIZE
             INTO UPL-LISTA
             WITH POINTER PONTEIRO.

       460-99-FIM. EXIT.

       470-FECHA-LISTA.

           IF   CWIMPR-END-PRINT
                GO TO 470-99-FIM
           END-IF
           IF   PONTEIRO = 1
                MOVE "(nenhum programa usado no periodo)" TO UPL-LISTA
           END-IF
           MOVE LINHA-UP-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       470-99-FIM. EXIT.

      *    Concessoes do grupo que nenhum membro exerceu no periodo;
      *    grupo "bloqueia" (ADM diferente de I) concede tudo que nao
      *    bloqueou - o sugerido vira a lista do que liberar
       500-GRUPO.

           MOVE 0 TO QT-CONCEDIDOS QT-USADOS QT-SEM-USO
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > TOT-PROGS
                   IF   GR-CONCEDE (G P) = "S"
                        ADD 1 TO QT-CONCEDIDOS
                        IF   GR-USADO (G P) = "S"
                             ADD 1 TO QT-USADOS
                        ELSE
                             ADD 1 TO QT-SEM-USO
                        END-IF
                   END-IF
           END-PERFORM
           IF   QT-SEM-USO = 0
                GO TO 500-99-FIM
           END-IF
           ADD  QT-SEM-USO TO TOT-CONC-SEM-USO
           MOVE SPACES      TO LINHA-UP-2
           MOVE GR-NOME (G) TO UPL-NOME
           MOVE "RESUMO"    TO UPL-SITUACAO
           MOVE SPACES      TO UPL-RESUMO
           STRING "membros " GR-MEMBROS (G)
                  "  concedidos " QT-CONCEDIDOS
                  "  usados " QT-USADOS
                  "  sem uso " QT-SEM-USO
                  DELIMITED BY SIZE
             INTO UPL-RESUMO
           MOVE UPL-RESUMO  TO UPL-LISTA
           MOVE LINHA-UP-2  TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE SPACES      TO UPL-NOME
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > TOT-PROGS
                                            OR CWIMPR-END-PRINT
                   IF   GR-CONCEDE (G P) = "S"
                   AND  GR-USADO (G P) NOT = "S"
                        MOVE SPACES              TO UPL-SITUACAO
                                                    UPL-LISTA
                        MOVE "CONCESSAO SEM USO" TO UPL-SITUACAO
                        MOVE PG-PROG (P)         TO UPL-PROGRAMA
                        MOVE PG-TITULO (P)       TO UPL-TITULO
                        IF   GR-MEMBROS (G) = 0
                             MOVE "grupo sem membros" TO UPL-OBS
                        END-IF
                        MOVE LINHA-UP-2 TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM
           MOVE SPACES TO UPL-SITUACAO UPL-LISTA
           IF   GR-ADM (G) = "I"
                MOVE "CONJUNTO SUGERIDO" TO UPL-SITUACAO
           ELSE
                MOVE "SUGERIDO (LIBERAR)" TO UPL-SITUACAO
           END-IF
           MOVE 1 TO PONTEIRO
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > TOT-PROGS
                                            OR CWIMPR-END-PRINT
                   IF   GR-USADO (G P) = "S"
                        PERFORM 460-LISTA-PROGRAMA THRU 460-99-FIM
                   END-IF
           END-PERFORM
           PERFORM 470-FECHA-LISTA THRU 470-99-FIM.

       500-99-FIM. EXIT.

       600-TOTAIS.

           IF   CWIMPR-END-PRINT
                GO TO 600-99-FIM
           END-IF
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Arquivos de log lidos          :" TO UPL-ROTULO
           MOVE TOT-LOGS TO UPL-TOTAL
           MOVE LINHA-UP-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Usuarios analisados            :" TO UPL-ROTULO
           MOVE TOT-USUARIOS TO UPL-TOTAL
           MOVE LINHA-UP-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Usuarios com permissao sobrando:" TO UPL-ROTULO
           MOVE TOT-USUARIOS-SOBRA TO UPL-TOTAL
           MOVE LINHA-UP-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Permissoes sem uso             :" TO UPL-ROTULO
           MOVE TOT-PERM-SEM-USO TO UPL-TOTAL
           MOVE LINHA-UP-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Grupos adicionais sem uso      :" TO UPL-ROTULO
           MOVE TOT-ADIC-OCIOSOS TO UPL-TOTAL
           MOVE LINHA-UP-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Grupos analisados              :" TO UPL-ROTULO
           MOVE TOT-GRUPOS TO UPL-TOTAL
           MOVE LINHA-UP-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Concessoes de grupo sem uso    :" TO UPL-ROTULO
           MOVE TOT-CONC-SEM-USO TO UPL-TOTAL
           MOVE LINHA-UP-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           SET CWIMPR-CLOSE TO TRUE
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       600-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWCRON" UPON ENVIRONMENT-NAME
           ACCEPT  CRON     FROM ENVIRONMENT-VALUE
           INSPECT CRON CONVERTING MINUSCULAS TO MAIUSCULAS
           DISPLAY "CWUSOP_BATCH" UPON ENVIRONMENT-NAME
           ACCEPT  BATCH          FROM ENVIRONMENT-VALUE
           INSPECT BATCH CONVERTING MINUSCULAS TO MAIUSCULAS
           DISPLAY "CWUSOP_LOGFILE" UPON ENVIRONMENT-NAME
           ACCEPT  LB-CORRENTE      FROM ENVIRONMENT-VALUE
           IF   LB-CORRENTE = SPACES
                MOVE "GR9999.LOG" TO LB-CORRENTE
           END-IF

           SET CWTIME-NORMAL        TO TRUE
           SET CWTIME-TODAY         TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL   TO HOJE
           SET CWTIME-NORMAL        TO TRUE
           SET CWTIME-SUBTRACT-DAYS TO TRUE
           MOVE HOJE                TO CWTIME-DATE
           MOVE 365                 TO CWTIME-DAYS
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL   TO PERIODO-DE
           MOVE SPACE               TO CWTIME-DAYS-STATUS
           MOVE HOJE                TO PERIODO-ATE
           DISPLAY "CWUSOP_DE" UPON ENVIRONMENT-NAME
           ACCEPT  PERIODO-CHAR FROM ENVIRONMENT-VALUE
           IF   PERIODO-CHAR IS NUMERIC
           AND  PERIODO-CHAR NOT = SPACES
                MOVE PERIODO-CHAR TO PERIODO-DE
           END-IF
           MOVE SPACES TO PERIODO-CHAR
           DISPLAY "CWUSOP_ATE" UPON ENVIRONMENT-NAME
           ACCEPT  PERIODO-CHAR FROM ENVIRONMENT-VALUE
           IF   PERIODO-CHAR IS NUMERIC
           AND  PERIODO-CHAR NOT = SPACES
                MOVE PERIODO-CHAR TO PERIODO-ATE
           END-IF

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE "PS" TO CWCONF-REG
           MOVE NOME TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO NIVEL-OPERADOR
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           SET CWSQLC-CLOSE TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWUSOP.
