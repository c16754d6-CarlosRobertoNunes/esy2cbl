            05 CWACOR-FUNCAO  PIC  X(001).
               88 CONFIGURAR  VALUE "C" "c" "U" "u".
               88 POR-USUARIO VALUE "U" "u".
       COPY CWPRAZ.
       COPY CWDTSB.

       01  AREAS-DE-TRABALHO-1. COPY CWCASE.
           05 CRON                     PIC  X(003) VALUE SPACES.
      *    arquivo para nao atropelar a pagina de menu em uso
           05 ESTACAO-LD               PIC  X(030) VALUE SPACES.
           05 SALVA-LD-REG             PIC  X(5137) VALUE SPACES.
      *    Impressora da estacao do logon ("ET" do CWESTM), usada
      *    quando o "PS" do usuario pede
           05 IMPRESSORA-ESTACAO-PS    PIC  X(001) VALUE SPACE.
      *    Limite de sessoes simultaneas do usuario (do "PS" ou do
      *    grupo "GU"): sessoes dele em outras estacoes, que o logon
      *    alem do limite pode assumir
           05 SL-LIMITE                PIC  9(003) VALUE 0.
           05 SL-GRUPO                 PIC  X(022) VALUE SPACES.
           05 SL-SESSOES               PIC  9(003) VALUE 0.
           05 SL-I                     PIC  9(003) VALUE 0.
           05 SL-TB OCCURS 24.
              10 SL-CHAVE              PIC  X(032).
              10 SL-DATA               PIC  9(008).
              10 SL-HORA               PIC  9(008).
      *    Boletins de logon ("BL"/"BA")
           05 BL-ID                    PIC  X(006) VALUE SPACES.
           05 BL-CHAVE                 PIC  X(034) VALUE SPACES.
           05 ADM-X                    PIC  X(001) VALUE SPACE.
           05 PROG-SALVO               PIC  X(008) VALUE SPACES.
           05 GRUPOS-EXTRA OCCURS 5    PIC  X(022).
      *    Permissoes de grupo resolvidas uma vez por sessao: linhas
      *    "GU" do grupo efetivo (1) e dos adicionais (2 a 6), refeitas
      *    quando o grupo muda (logon, troca de usuario, elevacao) ou
      *    quando o selo "GV" anda - conferido a cada pagina desenhada
           05 PM-CARREGADO             PIC  X(001) VALUE "N".
           05 PM-CHEIO                 PIC  X(001) VALUE "N".
           05 PM-G                     PIC  9(001) VALUE 0.
           05 PM-K                     PIC  9(001) VALUE 0.
           05 PM-I                     PIC  9(004) VALUE 0.
           05 PM-TOTAL                 PIC  9(004) VALUE 0.
           05 PM-SELO                  PIC  9(009) VALUE 0.
           05 PM-SELO-ATUAL            PIC  9(009) VALUE 0.
           05 PM-FS                    PIC  X(002) VALUE SPACES.
           05 PM-NOME-W                PIC  X(022) VALUE SPACES.
           05 PM-PROG-W                PIC  X(008) VALUE SPACES.
           05 PM-SALVA-REG             PIC  X(5137) VALUE SPACES.
           05 PM-ATUAIS.
              10 PM-ATUAL OCCURS 6     PIC  X(022).
           05 PM-GRUPOS.
              10 PM-GRUPO OCCURS 6     PIC  X(022).
           05 PM-CABECALHOS.
              10 PM-CAB OCCURS 6.
                 15 PM-EXISTE          PIC  X(001).
                 15 PM-ADM             PIC  X(001).
           05 PM-TB OCCURS 3000.
              10 PM-TB-G               PIC  9(001).
              10 PM-TB-PROG            PIC  X(008).
              10 PM-TB-ACESSO          PIC  X(001).
      *    Ambiente da sessao ("AM", cadastro CWAMBM): escolhido no
      *    logon entre os autorizados, troca CWCONF e path de dados e
      *    fica na faixa da linha 25 e nas variaveis CWAMBIENTE*
           05 AMB-ATIVO                PIC  X(001) VALUE SPACE.
           05 AMB-TROCOU               PIC  X(001) VALUE "N".
           05 AMB-TOTAL                PIC  9(002) VALUE 0.
           05 AMB-QTD                  PIC  9(002) VALUE 0.
           05 AMB-CASA                 PIC  9(002) VALUE 0.
           05 AMB-E                    PIC  9(002) VALUE 0.
           05 AMB-J                    PIC  9(002) VALUE 0.
           05 AMB-K                    PIC  9(002) VALUE 0.
           05 AMB-MAPA OCCURS 5        PIC  9(002).
           05 AMB-TB OCCURS 10.
              10 AMB-CODIGO            PIC  X(010).
              10 AMB-NOME              PIC  X(050).
              10 AMB-TIPO              PIC  X(001).
              10 AMB-CWCONF            PIC  X(060).
              10 AMB-DADOS             PIC  X(060).
              10 AMB-SPOOL             PIC  X(030).
              10 AMB-FRENTE            PIC  9(001).
              10 AMB-FUNDO             PIC  9(001).
              10 AMB-OK                PIC  X(001).
           05 AMB-COD-ATIVO            PIC  X(010) VALUE SPACES.
           05 AMB-NOME-ATIVO           PIC  X(050) VALUE SPACES.
           05 AMB-SPOOL-ATIVO          PIC  X(030) VALUE SPACES.
           05 AMB-TIPO-ED              PIC  X(011) VALUE SPACES.
           05 AMB-FAIXA                PIC  X(080) VALUE SPACES.
           05 AMB-COR.
              10 AMB-COR-F             PIC  9(001) VALUE 7.
              10 AMB-COR-B             PIC  9(001) VALUE 4.
           05 AMB-DIR                  PIC  X(061) VALUE SPACES.
           05 AMB-DRIVE                PIC  X(001) VALUE SPACE.
           05 AMB-DRIVE-NOVO           PIC  X(001) VALUE SPACE.
           05 AMB-DIR-ORIGEM           PIC  X(255) VALUE SPACES.
           05 AMB-DIR-LIDO             PIC  X(255) VALUE SPACES.
      *    Formulario de parametros da opcao ("PR") - Requisicao 048
           05 PRM-I                    PIC  9(002) VALUE 0.
           05 PRM-P                    PIC  9(004) VALUE 0.
           05 PRM-LINHA                PIC  X(200) VALUE SPACES.
           05 PRM-ROTULO               PIC  X(070) VALUE SPACES.
           05 PRM-AUDIT                PIC  X(260) VALUE SPACES.
           05 PRM-SIMBOLOS             PIC  9(003) VALUE 0.
      *    Favoritos ("FV") e contadores de uso ("UC")
           05 FAV-PAGINA               PIC  9(004) VALUE 0.
           05 FAV-PAGINA-X             PIC  X(004) VALUE SPACES.
      *       BACKGROUND-COLOR CWACOR-B (10).
              05 LINE footline COLUMN 02 PIC X(69) FROM SPACES.

       01  TELA-AMBIENTE.
           04 FOREGROUND-COLOR AMB-COR-F
              BACKGROUND-COLOR AMB-COR-B HIGHLIGHT.
              05 LINE 25 COLUMN 01 PIC X(080) FROM AMB-FAIXA.

       01  TELA-TPI.
           04 FOREGROUND-COLOR CWACOR-F (11)
              BACKGROUND-COLOR CWACOR-B (11).
           CALL "CWMSGW" USING "130606" PRM-ROTULO
           MOVE SPACES TO PRM-VALOR
           MOVE CWCONF-HELP (PRM-I) TO PRM-VALOR
      *    Padrao com &DTPROC e afins vem com a data de processamento
           MOVE 0 TO PRM-SIMBOLOS
           INSPECT PRM-VALOR TALLYING PRM-SIMBOLOS FOR ALL "&"
           IF   PRM-SIMBOLOS NOT = 0
                MOVE PRM-VALOR TO CWDTSB-TEXTO
                CALL "CWDTSB" USING PARAMETROS-CWDTSB
                MOVE CWDTSB-TEXTO TO PRM-VALOR
           END-IF
           PERFORM TEST AFTER UNTIL PRM-OK = "S"
                   MOVE "S" TO PRM-OK
                   ACCEPT PRM-VALOR AT 1444 WITH UPDATE
                             PERFORM 14B-MANUTENCAO
                                THRU 14B-99-FIM
                             IF   CHECK-NOME = "S"
                             PERFORM 14D-FIM-CONTA THRU 14D-99-FIM
                             END-IF
                             IF   CHECK-NOME = "S"
                             PERFORM 142-RESTRICAO-LOGON
                                THRU 142-99-FIM
                             END-IF
                             IF   CHECK-NOME = "S"
                             PERFORM 145-VALIDADE THRU 145-99-FIM
                             END-IF
                             IF   CHECK-NOME = "S"
                             PERFORM 14F-SESSOES THRU 14F-99-FIM
                             END-IF
                        END-IF
                    END-IF
           END-PERFORM
               MOVE "N" TO CHECK-NOME
           END-IF

           IF  CWCONF-SERVICO
               MOVE SPACES TO CWSEND-MSG
               MOVE "Conta de servico nao entra no menu."
                 TO CWSEND-MSG
               CALL "CWSEND" USING PARAMETROS-CWSEND
               MOVE "N" TO CHECK-NOME
           END-IF

           IF  (NOT NOME-OK)
           AND (RESPOSTA NOT = "N")
               GO TO LOGIN
                IF   CHECK-NIVEL > 7
                     PERFORM 14A-RECERTIFICACAO THRU 14A-99-FIM
                END-IF
                PERFORM 14C-PRAZOS THRU 14C-99-FIM
                PERFORM 14E-PATROCINIO THRU 14E-99-FIM
                PERFORM 14G-ESTACAO THRU 14G-99-FIM
                PERFORM 14H-AMBIENTE THRU 14H-99-FIM
                MOVE 0                  TO ENTROU
           END-IF


       14A-TESTA-FIM. EXIT.

      *    Prazos das aprovacoes "AP" e revisoes "RI": o CWPRAZ
      *    escala ao nivel 9 as vencidas e o logon dos
      *    administradores (e dos substitutos vigentes deles) cobra
      *    o que esta vencido
       14C-PRAZOS.

           IF   CHECK-NIVEL < 8
                SET  CWPRAZ-DELEGACAO TO TRUE
                MOVE NOME   TO CWPRAZ-USUARIO
                MOVE SPACES TO CWPRAZ-TITULAR
                               CWPRAZ-EXCETO
                CALL "CWPRAZ" USING PARAMETROS-CWPRAZ
                IF   CWPRAZ-DELEGADO NOT = "S"
                     GO TO 14C-REPOE
                END-IF
           END-IF
           SET CWPRAZ-ESCALA TO TRUE
           CALL "CWPRAZ" USING PARAMETROS-CWPRAZ
           IF   CWPRAZ-VENCIDOS > 0
                MOVE SPACES TO CWSEND-MSG
                STRING "Aprovacoes/revisoes vencidas: " CWPRAZ-VENCIDOS
                       " (escaladas ao nivel 9) - veja o CWPEND."
                       DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       14C-REPOE.

           MOVE "PS" TO CWCONF-REG
           MOVE NOME TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       14C-99-FIM. EXIT.

      *    Conta de terceiro (fim da conta no "PS"): passado o fim do
      *    contrato o logon e' recusado, mesmo antes do passo de lote
      *    do CWTERC bloquear a conta
       14D-FIM-CONTA.

           IF   CWCONF-JOB-ULTIMA-DATA NOT NUMERIC
           OR   CWCONF-JOB-ULTIMA-DATA = 0
                GO TO 14D-99-FIM
           END-IF
           PERFORM 131-DATE-TIME THRU 131-99-FIM
           IF   CWCONF-JOB-ULTIMA-DATA NOT < HOJE
                GO TO 14D-99-FIM
           END-IF
           MOVE SPACES TO CWSEND-MSG
           STRING "Conta encerrada em "
                  CWCONF-JOB-ULTIMA-DATA (7: 2) "/"
                  CWCONF-JOB-ULTIMA-DATA (5: 2) "/"
                  CWCONF-JOB-ULTIMA-DATA (1: 4)
                  " (fim do contrato) - procure o patrocinador."
                  DELIMITED BY SIZE
             INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND
           PERFORM VARYING I FROM LENGTH NOME
                BY -1 UNTIL I = 1
                       OR (NOME (I:1) <> ' ')
                   CONTINUE
           END-PERFORM
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME(1:I) DELIMITED BY SIZE
                 '", logon recusado (conta vencida).'
                 DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO SEVT-DET
           STRING NOME(1:I) " fim " DELIMITED BY SIZE
                  CWCONF-JOB-ULTIMA-DATA DELIMITED BY SIZE
             INTO SEVT-DET
           CALL "CWSEVT" USING "TERC02" SEVT-DET
           MOVE "N" TO CHECK-NOME.

       14D-99-FIM. EXIT.

      *    Lembrete ao patrocinador: o passo de lote do CWTERC deixa
      *    um "TA" por patrocinador com as contas de terceiros que
      *    vencem logo; o logon dele mostra quantas e a primeira
       14E-PATROCINIO.

           MOVE "TA"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE NOME   TO CWCONF-CHAVE (1: 30)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                PERFORM 131-DATE-TIME THRU 131-99-FIM
                IF   CWCONF-BL-FIM NOT < HOJE
                     MOVE SPACES TO CWSEND-MSG
                     STRING "Terceiros a renovar: "
                            CWCONF-UC-CONTADOR (6: 4)
                            ", o 1o. vence em "
                            CWCONF-BL-FIM (7: 2) "/"
                            CWCONF-BL-FIM (5: 2) "/"
                            CWCONF-BL-FIM (1: 4)
                            " - renove pelo CWTERC."
                            DELIMITED BY SIZE
                       INTO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                END-IF
           END-IF
           MOVE "PS" TO CWCONF-REG
           MOVE NOME TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       14E-99-FIM. EXIT.

      *    Limite de sessoes simultaneas por usuario: o do "PS"
      *    (CWCONF-ML-OPCAO) ou, zerado, o do grupo titular "GU".
      *    Alcancado o limite, o logon lista as outras sessoes do
      *    usuario: cancelar recusa o logon, escolher uma assume o
      *    lugar dela com o mesmo pedido de logoff forcado do console
      *    CWLOGD (a sessao antiga cai no proximo batimento)
       14F-SESSOES.

           MOVE CWCONF-REG TO SALVA-LD-REG
           MOVE 0      TO SL-LIMITE
           MOVE SPACES TO SL-GRUPO
           MOVE "PS" TO CWCONF-REG
           MOVE NOME TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE CWCONF-GRUPO TO SL-GRUPO
                IF   CWCONF-ML-OPCAO NUMERIC
                     MOVE CWCONF-ML-OPCAO TO SL-LIMITE
                END-IF
           END-IF
           IF   SL-LIMITE = 0
           AND  SL-GRUPO NOT = SPACES
                MOVE "GU"   TO CWCONF-REG
                MOVE SPACES TO CWCONF-CHAVE
                SET CWSQLC-START    TO TRUE
                SET CWSQLC-NOT-LESS TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                PERFORM UNTIL FS-CWCONF > "09"
                           OR (CWCONF-TIPO NOT = "GU")
                           OR SL-LIMITE > 0
                        SET CWSQLC-READ        TO TRUE
                        SET CWSQLC-NEXT        TO TRUE
                        SET CWSQLC-IGNORE-LOCK TO TRUE
                        CALL "CWCONF" USING CWSQLC CWCONF-REG
                                            FS-CWCONF KCO PCO
                        IF   FS-CWCONF < "10"
                        AND  CWCONF-TIPO = "GU"
                        AND  CWCONF-PROG-GRUPO = SPACES
                        AND  CWCONF-NOME-GRUPO (1: 22) = SL-GRUPO
                        AND  CWCONF-ML-OPCAO NUMERIC
                             MOVE CWCONF-ML-OPCAO TO SL-LIMITE
                        END-IF
                END-PERFORM
           END-IF
           IF   SL-LIMITE = 0
                GO TO 14F-REPOE
           END-IF

      *    O CWLOGD descarta antes as sessoes mortas (PC desligado);
      *    sessao ja com logoff pedido nao conta
           CALL "CWLOGD" USING PARAMETROS-CWLOGD
           CANCEL "CWLOGD"
           PERFORM 136-ESTACAO THRU 136-99-FIM
           MOVE 0      TO SL-SESSOES
           MOVE "LD"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "LD")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWWORK" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "LD"
                   AND  CWCONF-NOME = NOME
                   AND  NOT CWCONF-LD-LOGOFF-PEDIDO
                   AND (CWCONF-CHAVE (1: 26) NOT = ESTACAO-LD (1: 26)
                   OR   CWCONF-CHAVE (27: 6) NOT = TASK)
                        ADD 1 TO SL-SESSOES
                        IF   SL-SESSOES NOT > 24
                             MOVE CWCONF-CHAVE (1: 32)
                               TO SL-CHAVE (SL-SESSOES)
                             MOVE CWCONF-ULTIMO-LOGIN-DATA
                               TO SL-DATA (SL-SESSOES)
                             MOVE CWCONF-ULTIMO-LOGIN-HORA
                               TO SL-HORA (SL-SESSOES)
                        END-IF
                   END-IF
           END-PERFORM
           IF   SL-SESSOES < SL-LIMITE
                GO TO 14F-REPOE
           END-IF

           MOVE 05  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE SPACES TO CWBOXS-TITLE
           STRING "Limite de " SL-LIMITE
                  " sessoes - assumir qual?"
                  DELIMITED BY SIZE INTO CWBOXS-TITLE
           PERFORM VARYING SL-I FROM 1 BY 1 UNTIL SL-I > 26
                   MOVE SPACES TO CWBOXS-TEXT (SL-I)
           END-PERFORM
           PERFORM VARYING SL-I FROM 1 BY 1 UNTIL SL-I > SL-SESSOES
                                               OR SL-I > 24
                   STRING SL-CHAVE (SL-I) (1: 20)
                          " " SL-DATA (SL-I) (7: 2)
                          "/" SL-DATA (SL-I) (5: 2)
                          " " SL-HORA (SL-I) (1: 2)
                          ":" SL-HORA (SL-I) (3: 2)
                          DELIMITED BY SIZE
                     INTO CWBOXS-TEXT (SL-I)
           END-PERFORM
           MOVE "~Cancelar o logon" TO CWBOXS-TEXT (26)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           PERFORM VARYING I FROM LENGTH NOME
                BY -1 UNTIL I = 1
                       OR (NOME (I:1) <> ' ')
                   CONTINUE
           END-PERFORM
           IF   CWBOXS-OPTION = 0
           OR   CWBOXS-OPTION > SL-SESSOES
           OR   CWBOXS-OPTION > 24
                MOVE SPACES TO OBS
                STRING '"' DELIMITED BY SIZE
                       NOME(1:I) DELIMITED BY SIZE
                      '", logon recusado (sessoes).'
                      DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE SPACES TO SEVT-DET
                STRING NOME(1:I) " limite " SL-LIMITE
                       " sessoes " SL-SESSOES
                       DELIMITED BY SIZE
                  INTO SEVT-DET
                CALL "CWSEVT" USING "AUTH08" SEVT-DET
                MOVE "N" TO CHECK-NOME
                GO TO 14F-REPOE
           END-IF

           MOVE CWBOXS-OPTION TO SL-I
           MOVE "LD"           TO CWCONF-REG
           MOVE SL-CHAVE (SL-I) TO CWCONF-CHAVE
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S" TO CWCONF-LD-DERRUBAR
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME(1:I) DELIMITED BY SIZE
                 '", assumiu outra sessao.'
                 DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO SEVT-DET
           STRING NOME(1:I) " de " DELIMITED BY SIZE
                  SL-CHAVE (SL-I) (1: 26) DELIMITED BY SPACE
                  " task " SL-CHAVE (SL-I) (27: 6)
                  DELIMITED BY SIZE
             INTO SEVT-DET
           CALL "CWSEVT" USING "AUTH07" SEVT-DET.

       14F-REPOE.

           MOVE SALVA-LD-REG TO CWCONF-REG.

       14F-99-FIM. EXIT.

      *    Estacao do logon no cadastro "ET" (CWESTM): o nome fica
      *    divulgado em CWESTACAO para o CWIMPR, a impressora dela
      *    passa a valer quando o "PS" pede, e estacao sem cadastro
      *    e' anotada no "EN" para o relatorio de pendencias - so'
      *    quando o cadastro esta em uso (ha ao menos um "ET")
       14G-ESTACAO.

           PERFORM 136-ESTACAO THRU 136-99-FIM
           DISPLAY "CWESTACAO" UPON ENVIRONMENT-NAME
           DISPLAY ESTACAO-LD  UPON ENVIRONMENT-VALUE
           MOVE CWCONF-IMPRESSORA-ESTACAO TO IMPRESSORA-ESTACAO-PS
           MOVE "ET"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE ESTACAO-LD TO CWCONF-CHAVE (1: 30)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                IF   IMPRESSORA-ESTACAO-PS = "S"
                AND  CWCONF-PRINTER-DEFAULT NOT = SPACES
                AND  CWCONF-PRINTER-DEFAULT NOT = LOW-VALUES
                     MOVE CWCONF-PRINTER-DEFAULT TO IMPRESSORA
                     PERFORM 170-CHECK-SPOOL THRU 170-99-FIM
                END-IF
                GO TO 14G-REPOE
           END-IF
           MOVE "ET"       TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                SET CWSQLC-READ        TO TRUE
                SET CWSQLC-NEXT        TO TRUE
                SET CWSQLC-IGNORE-LOCK TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF
           IF   FS-CWCONF > "09"
           OR   CWCONF-TIPO NOT = "ET"
                GO TO 14G-REPOE
           END-IF
           PERFORM 131-DATE-TIME THRU 131-99-FIM
           MOVE "EN"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE ESTACAO-LD TO CWCONF-CHAVE (1: 30)
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                IF   CWCONF-UC-CONTADOR NOT NUMERIC
                     MOVE 0 TO CWCONF-UC-CONTADOR
                END-IF
                ADD  1           TO CWCONF-UC-CONTADOR
                MOVE NOME        TO CWCONF-NOME
                MOVE HOJE        TO CWCONF-ULTIMO-LOGIN-DATA
                MOVE CWTIME-TIME TO CWCONF-ULTIMO-LOGIN-HORA
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                GO TO 14G-REPOE
           END-IF
           MOVE LOW-VALUES  TO CWCONF-REG
           MOVE "EN"        TO CWCONF-TIPO
           MOVE SPACES      TO CWCONF-CHAVE
           MOVE ESTACAO-LD  TO CWCONF-CHAVE (1: 30)
           MOVE NOME        TO CWCONF-NOME
           MOVE HOJE        TO CWCONF-BL-INICIO
                               CWCONF-ULTIMO-LOGIN-DATA
           MOVE CWTIME-TIME TO CWCONF-ULTIMO-LOGIN-HORA
           MOVE 1           TO CWCONF-UC-CONTADOR
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM VARYING I FROM LENGTH NOME
                BY -1 UNTIL I = 1
                       OR (NOME (I:1) <> ' ')
                   CONTINUE
           END-PERFORM
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME(1:I) DELIMITED BY SIZE
                 '", logon em estacao nao cadastrada ' DELIMITED BY SIZE
                  ESTACAO-LD DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           IF   CHECK-NIVEL > 7
                MOVE SPACES TO CWSEND-MSG
                STRING "Estacao " DELIMITED BY SIZE
                       ESTACAO-LD DELIMITED BY SPACE
                       " nao cadastrada - cadastre pelo CWESTM."
                       DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       14G-REPOE.

           MOVE "PS" TO CWCONF-REG
           MOVE NOME TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       14G-99-FIM. EXIT.

      *    Ambiente da sessao: os "AM" do CWCONF do logon autorizados
      *    ao usuario (por nome, grupo ou grupo adicional; relacao
      *    vazia = todos).  Mais de um, escolhe; um so, entra direto;
      *    nenhum, fica no ambiente do proprio CWCONF do logon se
      *    houver um cadastrado.  Ambiente com CWCONF proprio troca o
      *    CWCONF da sessao e exige o usuario como "PS" la; o path de
      *    dados passa a ser o diretorio corrente.  Depois de trocar
      *    de CWCONF um novo logon fica no mesmo ambiente.
       14H-AMBIENTE.

           IF   AMB-TROCOU = "S"
                GO TO 14H-DIVULGA
           END-IF
           MOVE "N"    TO AMB-ATIVO
           MOVE SPACES TO AMB-COD-ATIVO AMB-NOME-ATIVO AMB-SPOOL-ATIVO
                          AMB-FAIXA
           MOVE 0      TO AMB-TOTAL AMB-QTD AMB-CASA AMB-E
           MOVE "AM"   TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "AM")
                      OR AMB-TOTAL = 10
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "AM"
                        ADD 1 TO AMB-TOTAL
                        PERFORM 14H-GUARDA THRU 14H-GUARDA-FIM
                   END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN AMB-QTD > 1
                    PERFORM 14H-ESCOLHE THRU 14H-ESCOLHE-FIM
               WHEN AMB-QTD = 1
                    MOVE AMB-MAPA (1) TO AMB-E
               WHEN OTHER
                    MOVE AMB-CASA     TO AMB-E
           END-EVALUATE
           IF   AMB-E NOT = 0
                PERFORM 14H-ENTRA THRU 14H-ENTRA-FIM
           END-IF.

       14H-DIVULGA.

           DISPLAY "CWAMBIENTE"       UPON ENVIRONMENT-NAME
           DISPLAY AMB-COD-ATIVO      UPON ENVIRONMENT-VALUE
           DISPLAY "CWAMBIENTE-NOME"  UPON ENVIRONMENT-NAME
           DISPLAY AMB-NOME-ATIVO     UPON ENVIRONMENT-VALUE
           DISPLAY "CWAMBIENTE-SPOOL" UPON ENVIRONMENT-NAME
           DISPLAY AMB-SPOOL-ATIVO    UPON ENVIRONMENT-VALUE
           DISPLAY "CWAMBIENTE-FAIXA" UPON ENVIRONMENT-NAME
           DISPLAY AMB-FAIXA          UPON ENVIRONMENT-VALUE
           DISPLAY "CWAMBIENTE-COR"   UPON ENVIRONMENT-NAME
           DISPLAY AMB-COR            UPON ENVIRONMENT-VALUE

           MOVE "PS" TO CWCONF-REG
           MOVE NOME TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           GO TO 14H-99-FIM.

      *    Guarda o "AM" lido e confere se o usuario esta autorizado
       14H-GUARDA.

           MOVE CWCONF-CHAVE (1: 10) TO AMB-CODIGO (AMB-TOTAL)
           MOVE CWCONF-LABEL         TO AMB-NOME   (AMB-TOTAL)
           MOVE CWCONF-DESTINO       TO AMB-TIPO   (AMB-TOTAL)
           MOVE CWCONF-DESTINO-END   TO AMB-CWCONF (AMB-TOTAL)
           MOVE CWCONF-PERGUNTA      TO AMB-DADOS  (AMB-TOTAL)
           MOVE CWCONF-PATH-SPOOL    TO AMB-SPOOL  (AMB-TOTAL)
           MOVE 0 TO AMB-FRENTE (AMB-TOTAL) AMB-FUNDO (AMB-TOTAL)
           IF   CWCONF-PAGINA NUMERIC
           AND  CWCONF-PAGINA < 8
                MOVE CWCONF-PAGINA   TO AMB-FRENTE (AMB-TOTAL)
           END-IF
           IF   CWCONF-QUADRO NUMERIC
           AND  CWCONF-QUADRO < 8
                MOVE CWCONF-QUADRO   TO AMB-FUNDO  (AMB-TOTAL)
           END-IF
           IF   AMB-CWCONF (AMB-TOTAL) = LOW-VALUES
                MOVE SPACES TO AMB-CWCONF (AMB-TOTAL)
           END-IF
           IF   AMB-DADOS (AMB-TOTAL) = LOW-VALUES
                MOVE SPACES TO AMB-DADOS (AMB-TOTAL)
           END-IF
           IF   AMB-SPOOL (AMB-TOTAL) = LOW-VALUES
                MOVE SPACES TO AMB-SPOOL (AMB-TOTAL)
           END-IF
           IF   AMB-CWCONF (AMB-TOTAL) = SPACES
           AND  AMB-CASA = 0
                MOVE AMB-TOTAL TO AMB-CASA
           END-IF

           MOVE "S" TO AMB-OK (AMB-TOTAL)
           PERFORM VARYING AMB-J FROM 1 BY 1 UNTIL AMB-J > 20
                   IF   CWCONF-NM-OPCAO (AMB-J) (1: 30) NOT = SPACES
                   AND  CWCONF-NM-OPCAO (AMB-J) (1: 30) NOT = LOW-VALUES
                        MOVE "N" TO AMB-OK (AMB-TOTAL)
                   END-IF
           END-PERFORM
           PERFORM VARYING AMB-J FROM 1 BY 1
                   UNTIL AMB-J > 20 OR AMB-OK (AMB-TOTAL) = "S"
                   IF   CWCONF-NM-OPCAO (AMB-J) (1: 30) = NOME
                        MOVE "S" TO AMB-OK (AMB-TOTAL)
                   END-IF
                   IF   GRUPO NOT = SPACES
                   AND  CWCONF-NM-OPCAO (AMB-J) (1: 22) = GRUPO
                   AND  CWCONF-NM-OPCAO (AMB-J) (23: 8) = SPACES
                        MOVE "S" TO AMB-OK (AMB-TOTAL)
                   END-IF
                   PERFORM VARYING AMB-K FROM 1 BY 1 UNTIL AMB-K > 5
                           IF   GRUPOS-EXTRA (AMB-K) NOT = SPACES
                           AND  CWCONF-NM-OPCAO (AMB-J) (1: 22)
                                = GRUPOS-EXTRA (AMB-K)
                           AND  CWCONF-NM-OPCAO (AMB-J) (23: 8)
                                = SPACES
                                MOVE "S" TO AMB-OK (AMB-TOTAL)
                           END-IF
                   END-PERFORM
           END-PERFORM
           IF   AMB-OK (AMB-TOTAL) = "S"
                ADD 1 TO AMB-QTD
                IF   AMB-QTD NOT > 5
                     MOVE AMB-TOTAL TO AMB-MAPA (AMB-QTD)
                END-IF
           END-IF.

       14H-GUARDA-FIM. EXIT.

      *    Escolha entre os autorizados (os 5 primeiros); sem escolha
      *    fica o do CWCONF do logon, ou o primeiro autorizado
       14H-ESCOLHE.

           MOVE SPACES TO CWSEND-SCREENS
           PERFORM VARYING AMB-J FROM 1 BY 1
                   UNTIL AMB-J > AMB-QTD OR AMB-J > 5
                   MOVE AMB-CODIGO (AMB-MAPA (AMB-J))
                     TO CWSEND-SCREEN (AMB-J)
           END-PERFORM
           MOVE "Selecione o ambiente para esta sessao:" TO CWSEND-MSG
           MOVE 1 TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           IF   CWSEND-OPTION > 0
           AND  CWSEND-OPTION NOT > AMB-QTD
                MOVE AMB-MAPA (CWSEND-OPTION) TO AMB-E
           ELSE
                IF   AMB-CASA NOT = 0
                     MOVE AMB-CASA     TO AMB-E
                ELSE
                     MOVE AMB-MAPA (1) TO AMB-E
                END-IF
           END-IF
           MOVE SPACES TO CWSEND-SCREENS.

       14H-ESCOLHE-FIM. EXIT.

      *    Entra no ambiente AMB-E: com o CWCONF fechado muda o
      *    drive/diretorio e a variavel CWCONF e reabre; qualquer
      *    falha devolve a sessao ao CWCONF, drive e diretorio do
      *    logon, e sem conseguir voltar a sessao e' encerrada
       14H-ENTRA.

           IF   AMB-DADOS (AMB-E)  = SPACES
           AND  AMB-CWCONF (AMB-E) = SPACES
                GO TO 14H-ATIVA
           END-IF
           IF   CWUNIX-OFF
                CALL "PC_READ_DRIVE"  USING AMB-DRIVE
                                            PRINTER-STATUS
           END-IF
           MOVE SPACES TO AMB-DIR-LIDO
           CALL "CBL_READ_DIR"   USING AMB-DIR-LIDO
                                       SIZE-OLD-DIR
           IF   CWUNIX-OFF
                MOVE "\"            TO AMB-DIR-ORIGEM
           ELSE
                MOVE "/"            TO AMB-DIR-ORIGEM
           END-IF
           MOVE AMB-DIR-LIDO        TO AMB-DIR-ORIGEM (2: )
           DISPLAY "CWCONF"  UPON ENVIRONMENT-NAME
           ACCEPT OLD-CWCONF FROM ENVIRONMENT-VALUE
           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE AMB-DADOS (AMB-E) TO AMB-DIR
           IF   CWUNIX-OFF
           AND  AMB-DADOS (AMB-E) (2: 1) = ":"
                MOVE AMB-DADOS (AMB-E) (3: ) TO AMB-DIR
                MOVE AMB-DADOS (AMB-E) (1: 1) TO AMB-DRIVE-NOVO
                                                 ERRO-DRIVE (7: 1)
                CALL "PC_SET_DRIVE"  USING AMB-DRIVE-NOVO
                                 RETURNING RETURN-CODE
                IF   RETURN-CODE NOT = 0
                     MOVE 0 TO RETURN-CODE
                     MOVE ERRO-DRIVE TO CWSEND-MSG
                     GO TO 14H-RECUSA
                END-IF
           END-IF
           IF   AMB-DIR NOT = SPACES
                INSPECT AMB-DIR CONVERTING X"20" TO X"00"
                CALL "CBL_CHANGE_DIR" USING AMB-DIR
                                  RETURNING RETURN-CODE
                IF   RETURN-CODE NOT = 0
                     MOVE 0 TO RETURN-CODE
                     MOVE SPACES TO CWSEND-MSG
                     STRING "Path de dados do ambiente "
                            DELIMITED BY SIZE
                            AMB-CODIGO (AMB-E) DELIMITED BY SPACE
                            " inacessivel." DELIMITED BY SIZE
                       INTO CWSEND-MSG
                     GO TO 14H-RECUSA
                END-IF
           END-IF
           IF   AMB-CWCONF (AMB-E) NOT = SPACES
                MOVE AMB-CWCONF (AMB-E) TO NEW-CWCONF
                DISPLAY "CWCONF"   UPON ENVIRONMENT-NAME
                DISPLAY NEW-CWCONF UPON ENVIRONMENT-VALUE
           END-IF
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT = "00"
                MOVE SPACES TO CWSEND-MSG
                STRING "CWCONF do ambiente " DELIMITED BY SIZE
                       AMB-CODIGO (AMB-E) DELIMITED BY SPACE
                       " inacessivel." DELIMITED BY SIZE
                  INTO CWSEND-MSG
                GO TO 14H-RECUSA
           END-IF
           IF   AMB-CWCONF (AMB-E) = SPACES
                GO TO 14H-ATIVA
           END-IF
           MOVE "PS" TO CWCONF-REG
           MOVE NOME TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
           OR   CWCONF-BLOQUEADO = 1
           OR   CWCONF-SERVICO
                MOVE SPACES TO CWSEND-MSG
                STRING "Usuario sem acesso ao ambiente "
                       DELIMITED BY SIZE
                       AMB-CODIGO (AMB-E) DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO CWSEND-MSG
                SET CWSQLC-CLOSE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                GO TO 14H-RECUSA
           END-IF

      *    Grupo, nivel e impressora passam a ser os do ambiente
           MOVE "S" TO AMB-TROCOU
           CANCEL "CWLOGW"
           MOVE CWCONF-GRUPO TO GRUPO
           display 'cwsgroup' upon environment-name
           display grupo      upon environment-value
           PERFORM 23B-CARREGA-EXTRAS THRU 23B-99-FIM
           IF   CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO CHECK-NIVEL
           END-IF
           IF   CWCONF-PRINTER-DEFAULT NOT = SPACES
           AND  CWCONF-PRINTER-DEFAULT NOT = LOW-VALUES
                MOVE CWCONF-PRINTER-DEFAULT TO IMPRESSORA
                PERFORM 170-CHECK-SPOOL THRU 170-99-FIM
           END-IF
           MOVE "N" TO PM-CARREGADO.

       14H-ATIVA.

           MOVE "S"                TO AMB-ATIVO
           MOVE AMB-CODIGO (AMB-E) TO AMB-COD-ATIVO
           MOVE AMB-NOME   (AMB-E) TO AMB-NOME-ATIVO
           MOVE AMB-SPOOL  (AMB-E) TO AMB-SPOOL-ATIVO
           EVALUATE AMB-TIPO (AMB-E)
               WHEN "P"
                    MOVE "PRODUCAO"    TO AMB-TIPO-ED
                    MOVE 7 TO AMB-COR-F
                    MOVE 4 TO AMB-COR-B
               WHEN "H"
                    MOVE "HOMOLOGACAO" TO AMB-TIPO-ED
                    MOVE 0 TO AMB-COR-F
                    MOVE 6 TO AMB-COR-B
               WHEN "T"
                    MOVE "TREINAMENTO" TO AMB-TIPO-ED
                    MOVE 7 TO AMB-COR-F
                    MOVE 2 TO AMB-COR-B
               WHEN OTHER
                    MOVE "AMBIENTE"    TO AMB-TIPO-ED
                    MOVE 7 TO AMB-COR-F
                    MOVE 1 TO AMB-COR-B
           END-EVALUATE
           IF   AMB-FRENTE (AMB-E) NOT = 0
           OR   AMB-FUNDO  (AMB-E) NOT = 0
                MOVE AMB-FRENTE (AMB-E) TO AMB-COR-F
                MOVE AMB-FUNDO  (AMB-E) TO AMB-COR-B
           END-IF
           MOVE SPACES TO AMB-FAIXA
           STRING " " DELIMITED BY SIZE
                  AMB-TIPO-ED DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  AMB-COD-ATIVO DELIMITED BY SPACE
                  " - " AMB-NOME-ATIVO DELIMITED BY SIZE
             INTO AMB-FAIXA
           PERFORM 251-CURDIR THRU 251-99-FIM
           PERFORM VARYING I FROM LENGTH NOME
                BY -1 UNTIL I = 1
                       OR (NOME (I:1) <> ' ')
                   CONTINUE
           END-PERFORM
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME(1:I) DELIMITED BY SIZE
                  '", entrou no ambiente ' DELIMITED BY SIZE
                  AMB-COD-ATIVO DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  AMB-TIPO-ED DELIMITED BY SPACE
                  ")." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           GO TO 14H-ENTRA-FIM.

       14H-RECUSA.

           PERFORM VARYING I FROM LENGTH NOME
                BY -1 UNTIL I = 1
                       OR (NOME (I:1) <> ' ')
                   CONTINUE
           END-PERFORM
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME(1:I) DELIMITED BY SIZE
                  '", ambiente ' DELIMITED BY SIZE
                  AMB-CODIGO (AMB-E) DELIMITED BY SPACE
                  " recusado: " CWSEND-MSG DELIMITED BY SIZE
             INTO OBS
           MOVE SPACES TO CWSEND-SCREENS
           CALL "CWSEND" USING PARAMETROS-CWSEND
           DISPLAY "CWCONF"   UPON ENVIRONMENT-NAME
           DISPLAY OLD-CWCONF UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE
           IF   CWUNIX-OFF
                CALL "PC_SET_DRIVE" USING AMB-DRIVE
                                RETURNING RETURN-CODE
                IF   RETURN-CODE NOT = 0
                     MOVE AMB-DRIVE TO ERRO-DRIVE (7: 1)
                     MOVE ERRO-DRIVE TO CWSEND-MSG
                     GO TO 14H-SEM-VOLTA
                END-IF
           END-IF
           MOVE AMB-DIR-ORIGEM TO ERRO-DIRECTORY (20: )
           INSPECT AMB-DIR-ORIGEM CONVERTING X"20" TO X"00"
           CALL "CBL_CHANGE_DIR" USING AMB-DIR-ORIGEM
                             RETURNING RETURN-CODE
           IF   RETURN-CODE NOT = 0
                MOVE ERRO-DIRECTORY TO CWSEND-MSG
                GO TO 14H-SEM-VOLTA
           END-IF
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT = "00"
                MOVE ERRO-CWCONF TO CWSEND-MSG
                GO TO 14H-SEM-VOLTA
           END-IF
           CALL "CWLOGW" USING "#" OBS
           IF   AMB-CASA NOT = 0
           AND  AMB-CASA NOT = AMB-E
                MOVE AMB-CASA TO AMB-E
                GO TO 14H-ENTRA
           END-IF
           GO TO 14H-ENTRA-FIM.

       14H-SEM-VOLTA.

           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO CWSEND-SCREENS
           CALL "CWSEND" USING PARAMETROS-CWSEND
           STOP RUN.

       14H-ENTRA-FIM. EXIT.

      *    Faixa do ambiente divulgada por uma sessao anterior deste
      *    mesmo processo (o menu reentrado sem novo logon)
       14H-RECUPERA.

           MOVE "N" TO AMB-ATIVO
           DISPLAY "CWAMBIENTE-FAIXA" UPON ENVIRONMENT-NAME
           ACCEPT  AMB-FAIXA          FROM ENVIRONMENT-VALUE
           DISPLAY "CWAMBIENTE-COR"   UPON ENVIRONMENT-NAME
           ACCEPT  AMB-COR            FROM ENVIRONMENT-VALUE
           IF   AMB-FAIXA NOT = SPACES
           AND  AMB-COR NUMERIC
                MOVE "S" TO AMB-ATIVO
           ELSE
                MOVE SPACES TO AMB-FAIXA
                MOVE 7      TO AMB-COR-F
                MOVE 4      TO AMB-COR-B
           END-IF.

       14H-RECUPERA-FIM. EXIT.

       14H-99-FIM. EXIT.

       150-CWCONFIGURA.

           MOVE MENU-GERAL    TO FUNCAO-PROGRAMA
                                         KCO PCO
                     IF   FS-CWCONF > "09"
                     OR   CWCONF-BLOQUEADO = 1
                     OR   CWCONF-SERVICO
                          MOVE SPACES TO CWSEND-MSG
                          STRING "Acesso do usu rio " DELIMITED SIZE
                                  NOME                DELIMITED SPACE
               accept  grupo     from environment-value
           END-IF

      *    Inicio de pagina: confere se as permissoes da sessao
      *    continuam valendo (grupo efetivo e selo "GV")
           IF   I = 1
                MOVE 0                 TO OPCOES-VALIDAS
                PERFORM 23C-CONFERE-PERMISSOES THRU 23C-99-FIM
                IF   PM-EXISTE (1) = "S"
                     MOVE PM-ADM (1) TO ADM
                END-IF
           END-IF

                                  CONVERTING MINUSCULAS TO MAIUSCULAS
                     END-IF
                END-IF
                MOVE 1 TO PM-G
                PERFORM 23F-CONSULTA-PERMISSAO THRU 23F-99-FIM
                IF  (FS-CWGRPS < "09"
                AND  CWGRPS-ACESSO-GRUPO NOT = SPACE
                AND  ADM                 NOT = "I")

       23B-99-FIM. EXIT.

      *    Permissoes da sessao: refeitas so quando o grupo efetivo
      *    ou algum adicional mudou (logon, troca de usuario do
      *    190-RETRY, elevacao) ou quando o selo "GV" andou - uma
      *    alteracao de grupo aplicada pelo administrador vale na
      *    proxima pagina, sem novo logon
       23C-CONFERE-PERMISSOES.

           MOVE SPACES TO PM-ATUAIS
           MOVE GRUPO  TO PM-ATUAL (1)
           PERFORM VARYING PM-K FROM 2 BY 1 UNTIL PM-K > 6
                   MOVE GRUPOS-EXTRA (PM-K - 1) TO PM-ATUAL (PM-K)
           END-PERFORM
           INSPECT PM-ATUAIS CONVERTING MINUSCULAS TO MAIUSCULAS
           MOVE CWCONF-REG TO PM-SALVA-REG
           MOVE FS-CWCONF  TO PM-FS
           MOVE 0          TO PM-SELO-ATUAL
           MOVE "GV"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE "GRUPOS"   TO CWCONF-CHAVE (1: 6)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-TAMANHO-LIMITE-KB NUMERIC
                MOVE CWCONF-TAMANHO-LIMITE-KB TO PM-SELO-ATUAL
           END-IF
           IF   PM-CARREGADO  NOT = "S"
           OR   PM-ATUAIS     NOT = PM-GRUPOS
           OR   PM-SELO-ATUAL NOT = PM-SELO
                PERFORM 23D-CARREGA-PERMISSOES THRU 23D-99-FIM
           END-IF

      *    Devolve a pagina corrente e a posicao do arquivo
           MOVE PM-SALVA-REG TO CWCONF-REG
           IF   PM-FS < "10"
                SET CWSQLC-READ        TO TRUE
                SET CWSQLC-EQUAL       TO TRUE
                SET CWSQLC-IGNORE-LOCK TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                MOVE PM-SALVA-REG TO CWCONF-REG
           END-IF
           MOVE PM-FS TO FS-CWCONF.

       23C-99-FIM. EXIT.

      *    Uma passada pelos registros "GU" guarda os cabecalhos
      *    (ADM) e as linhas de programa dos grupos da sessao
       23D-CARREGA-PERMISSOES.

           MOVE PM-ATUAIS     TO PM-GRUPOS
           MOVE PM-SELO-ATUAL TO PM-SELO
           MOVE 0             TO PM-TOTAL
           MOVE "N"           TO PM-CHEIO
           PERFORM VARYING PM-K FROM 1 BY 1 UNTIL PM-K > 6
                   MOVE "N"   TO PM-EXISTE (PM-K)
                   MOVE SPACE TO PM-ADM    (PM-K)
           END-PERFORM
           MOVE "GU" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "GU")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "GU"
                        PERFORM 23E-GUARDA-LINHA THRU 23E-99-FIM
                   END-IF
           END-PERFORM
           MOVE "S" TO PM-CARREGADO.

       23D-99-FIM. EXIT.

       23E-GUARDA-LINHA.

           MOVE CWCONF-NOME-GRUPO (1: 22) TO PM-NOME-W
           INSPECT PM-NOME-W CONVERTING MINUSCULAS TO MAIUSCULAS
           IF   PM-NOME-W = SPACES
                GO TO 23E-99-FIM
           END-IF
           PERFORM VARYING PM-K FROM 1 BY 1 UNTIL PM-K > 6
                   IF   PM-GRUPO (PM-K) = PM-NOME-W
                        IF   CWCONF-PROG-GRUPO = SPACES
                             MOVE "S"        TO PM-EXISTE (PM-K)
                             MOVE CWCONF-ADM TO PM-ADM    (PM-K)
                        ELSE
                             IF   PM-TOTAL < 3000
                                  ADD  1    TO PM-TOTAL
                                  MOVE PM-K TO PM-TB-G (PM-TOTAL)
                                  MOVE CWCONF-PROG-GRUPO
                                    TO PM-TB-PROG   (PM-TOTAL)
                                  MOVE CWCONF-ACESSO-GRUPO
                                    TO PM-TB-ACESSO (PM-TOTAL)
                             ELSE
                                  MOVE "S" TO PM-CHEIO
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM.

       23E-99-FIM. EXIT.

      *    Programa de CWGRPS-PROG-GRUPO no grupo PM-G, com o mesmo
      *    retorno da leitura direta do "GU": FS-CWGRPS "00" (e
      *    CWGRPS-ACESSO-GRUPO) ou "23"
       23F-CONSULTA-PERMISSAO.

           MOVE CWGRPS-PROG-GRUPO TO PM-PROG-W
           IF   PM-CARREGADO NOT = "S"
                PERFORM 23C-CONFERE-PERMISSOES THRU 23C-99-FIM
           END-IF
           MOVE "23" TO FS-CWGRPS
           PERFORM VARYING PM-I FROM 1 BY 1 UNTIL PM-I > PM-TOTAL
                                               OR FS-CWGRPS = "00"
                   IF   PM-TB-G    (PM-I) = PM-G
                   AND  PM-TB-PROG (PM-I) = PM-PROG-W
                        MOVE "00" TO FS-CWGRPS
                        MOVE PM-TB-ACESSO (PM-I) TO CWGRPS-ACESSO-GRUPO
                   END-IF
           END-PERFORM

      *    Tabela lotada: o que nao coube e' lido direto do "GU"
           IF   FS-CWGRPS = "23"
           AND  PM-CHEIO  = "S"
                MOVE "GU"   TO CWGRPS-REG
                MOVE SPACES TO CWGRPS-NOME-GRUPO
                MOVE PM-GRUPO (PM-G) TO CWGRPS-NOME-GRUPO (1: 22)
                MOVE PM-PROG-W       TO CWGRPS-PROG-GRUPO
                SET CWSQLC-READ        TO TRUE
                SET CWSQLC-EQUAL       TO TRUE
                SET CWSQLC-IGNORE-LOCK TO TRUE
                CALL "CWCONF" USING CWSQLC CWGRPS-REG FS-CWGRPS KGR PGR
           END-IF.

       23F-99-FIM. EXIT.

      *    Uniao de permissoes (Requisicao 053): o programa em
      *    CWGRPS-PROG-GRUPO, negado pelo grupo titular, e' retestado
      *    com cada grupo adicional pelo MESMO criterio bloquear/

       232-TESTA-UM.

           IF   PM-CARREGADO NOT = "S"
                PERFORM 23C-CONFERE-PERMISSOES THRU 23C-99-FIM
           END-IF
           COMPUTE PM-G = GX + 1
           IF   PM-EXISTE (PM-G) NOT = "S"
      *         Grupo adicional sem registro "GU": nao conta
                GO TO 232-99-FIM
           END-IF
           MOVE PM-ADM (PM-G) TO ADM-X
           MOVE PROG-SALVO    TO CWGRPS-PROG-GRUPO
           PERFORM 23F-CONSULTA-PERMISSAO THRU 23F-99-FIM
           IF  (FS-CWGRPS < "09"
           AND  CWGRPS-ACESSO-GRUPO NOT = SPACE
           AND  ADM-X               NOT = "I")

           IF CWFRAME = SPACES
              DISPLAY CWMENUA
              IF   AMB-ATIVO = SPACE
                   PERFORM 14H-RECUPERA THRU 14H-RECUPERA-FIM
              END-IF
              IF   AMB-ATIVO = "S"
                   DISPLAY TELA-AMBIENTE
              END-IF
           ELSE
              CALL CWFRAME USING 'F'
                   ON EXCEPTION
