       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWPEND.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Idade das pendencias de aprovacao e de       *
                      *  revisao: lista cada "AP" pendente do CWAPRV  *
                      *  e cada "RI" pendente de campanha aberta do   *
                      *  CWRCRT, da mais antiga para a mais nova e,   *
                      *  na mesma idade, por dono (aprovador          *
                      *  designado ou o nivel de administrador que    *
                      *  responde por ela), com prazo e situacao, e   *
                      *  resume por dono e por faixa de idade.  Antes *
                      *  de listar o CWPRAZ escala ao nivel 9 o que   *
                      *  venceu.  Idade do "AP" desde a solicitacao e *
                      *  do "RI" desde a abertura da campanha.  Em    *
                      *  lote (CWCRON=ON ou CWPEND_BATCH=IDADE) sai   *
                      *  so o relatorio, com RETURN-CODE 4 quando ha  *
                      *  pendencia vencida.  Interativo, restrito a   *
                      *  niveis 8 e 9.                                *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 MINUSCULAS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           05 MAIUSCULAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 I                        PIC  9(004) VALUE 0.
           05 K                        PIC  9(004) VALUE 0.
           05 D                        PIC  9(003) VALUE 0.
           05 C                        PIC  9(003) VALUE 0.
           05 RC                       PIC  9(001) VALUE 0.
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 BATCH                    PIC  X(010) VALUE SPACES.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 HOJE                     PIC  9(008) VALUE 0.
           05 DIA-HOJE                 PIC  9(007) VALUE 0.
           05 ACHOU                    PIC  X(001) VALUE "N".
      *    Numero do dia (calendario gregoriano) de DATA-J, para a
      *    idade em dias
           05 DATA-J                   PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-J.
              10 DATA-J-ANO            PIC  9(004).
              10 DATA-J-MES            PIC  9(002).
              10 DATA-J-DIA            PIC  9(002).
           05 DIA-J                    PIC  9(007) VALUE 0.
           05 J-A                      PIC  9(001) VALUE 0.
           05 J-Y                      PIC  9(005) VALUE 0.
           05 J-M                      PIC  9(002) VALUE 0.
           05 J-W                      PIC  9(007) VALUE 0.
      *    Totais
           05 TOT-AP                   PIC  9(006) VALUE 0.
           05 TOT-RI                   PIC  9(006) VALUE 0.
           05 TOT-VENCIDAS             PIC  9(006) VALUE 0.
           05 TOT-FAIXA OCCURS 4       PIC  9(006).
      *    Campanhas "RC" abertas
           05 TOT-CAMPANHAS            PIC  9(003) VALUE 0.
           05 TABELA-CAMPANHAS.
              10 CP-TB OCCURS 100.
                 15 CP-CODIGO          PIC  X(006).
                 15 CP-INICIO          PIC  9(008).
      *    Pendencias em ordem de idade (maior primeiro) e dono
           05 NOVO-ITEM.
              10 NV-TIPO               PIC  X(002).
              10 NV-ITEM               PIC  X(036).
              10 NV-DONO               PIC  X(030).
              10 NV-NIVEL              PIC  9(001).
              10 NV-ABERTA             PIC  9(008).
              10 NV-PRAZO              PIC  9(008).
              10 NV-IDADE              PIC  9(005).
              10 NV-ORIGEM             PIC  X(030).
           05 PARA                     PIC  X(001) VALUE "N".
           05 TOT-ITENS                PIC  9(004) VALUE 0.
           05 TABELA-ITENS.
              10 IT-TB OCCURS 2000.
                 15 IT-TIPO            PIC  X(002).
                 15 IT-ITEM            PIC  X(036).
                 15 IT-DONO            PIC  X(030).
                 15 IT-NIVEL           PIC  9(001).
                 15 IT-ABERTA          PIC  9(008).
                 15 IT-PRAZO           PIC  9(008).
                 15 IT-IDADE           PIC  9(005).
                 15 IT-ORIGEM          PIC  X(030).
      *    Resumo por dono
           05 TOT-DONOS                PIC  9(003) VALUE 0.
           05 TABELA-DONOS.
              10 DN-TB OCCURS 200.
                 15 DN-DONO            PIC  X(030).
                 15 DN-QTD             PIC  9(005).
                 15 DN-VENCIDAS        PIC  9(005).
                 15 DN-MAIOR-IDADE     PIC  9(005).

       01  LINHAS-DE-IMPRESSAO-PD.
       02  LINHA-PD-1.
           05 FILLER                   PIC  X(060) VALUE
              "TP ITEM                                 DONO".
           05 FILLER                   PIC  X(062) VALUE
              " NIV ABERTA EM  PRAZO      IDADE SITUACAO SOLICITANTE/CAM
      -       "PANHA".
       02  LINHA-PD-2.
           05 PDL-TIPO                 PIC  X(002) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 PDL-ITEM                 PIC  X(036) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 PDL-DONO                 PIC  X(020) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 PDL-NIVEL                PIC  9(001) VALUE 0.
           05 FILLER                   PIC  X(003) VALUE SPACES.
           05 PDL-ABERTA               PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 PDL-PRAZO                PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 PDL-IDADE                PIC  ZZZZ9  VALUE 0.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 PDL-SITUACAO             PIC  X(008) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 PDL-ORIGEM               PIC  X(030) VALUE SPACES.
       02  LINHA-PD-3.
           05 FILLER                   PIC  X(004) VALUE SPACES.
           05 PDL-D-DONO               PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(013) VALUE
              " pendencias: ".
           05 PDL-D-QTD                PIC  ZZ.ZZ9 VALUE 0.
           05 FILLER                   PIC  X(012) VALUE
              "  vencidas: ".
           05 PDL-D-VENCIDAS           PIC  ZZ.ZZ9 VALUE 0.
           05 FILLER                   PIC  X(019) VALUE
              "  mais antiga (d): ".
           05 PDL-D-IDADE              PIC  ZZ.ZZ9 VALUE 0.
       02  LINHA-PD-4.
           05 PDL-ROTULO               PIC  X(033) VALUE SPACES.
           05 PDL-TOTAL                PIC  ZZZ.ZZ9 VALUE 0.

       COPY CWSEND.
       COPY CWIMPR.
       COPY CWTIME.
       COPY CWPRAZ.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   CRON = "ON"
           OR   BATCH = "IDADE"
                PERFORM 200-RELATORIO THRU 200-99-FIM
           ELSE
                IF   NIVEL-OPERADOR < 8
                     MOVE "Idade das pendencias exige nivel 8 ou 9"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                ELSE
                     PERFORM 200-RELATORIO THRU 200-99-FIM
                END-IF
           END-IF
           PERFORM 900-FINAIS   THRU 900-99-FIM
           MOVE RC TO RETURN-CODE.

       000-99-FIM. GOBACK.

       200-RELATORIO.

           SET CWPRAZ-ESCALA TO TRUE
           CALL "CWPRAZ" USING PARAMETROS-CWPRAZ
           MOVE 0 TO TOT-AP TOT-RI TOT-VENCIDAS TOT-ITENS TOT-DONOS
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
                   MOVE 0 TO TOT-FAIXA (C)
           END-PERFORM
           PERFORM 210-CAMPANHAS THRU 210-99-FIM
           PERFORM 220-APROVACOES THRU 220-99-FIM
           PERFORM 230-REVISOES THRU 230-99-FIM

           MOVE "IDADE DAS PENDENCIAS"       TO CWIMPR-TITLE
           MOVE "APROVACOES (CWAPRV) E REVISOES DE ACESSO (CWRCRT)"
             TO CWIMPR-SUB-TITLE
           MOVE "Config/IdadePendencias"     TO CWIMPR-NOTE
           MOVE LINHA-PD-1                   TO CWIMPR-HEADER-1
           MOVE "CWPENDA"                    TO CWIMPR-REPORT
           IF   TOT-ITENS = 0
                MOVE "Nenhuma pendencia de aprovacao ou de revisao"
                  TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           PERFORM 300-IMPRIME-ITEM THRU 300-99-FIM
                   VARYING I FROM 1 BY 1 UNTIL I > TOT-ITENS
                                             OR CWIMPR-END-PRINT
           PERFORM 400-POR-DONO THRU 400-99-FIM
           PERFORM 500-TOTAIS THRU 500-99-FIM
           IF   TOT-VENCIDAS > 0
                MOVE 4 TO RC
           END-IF
           IF   CRON NOT = "ON"
           AND  BATCH NOT = "IDADE"
                MOVE SPACES TO CWSEND-MSG
                STRING "Pendencias: " TOT-ITENS
                       "  vencidas: " TOT-VENCIDAS
                       DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       200-99-FIM. EXIT.

       210-CAMPANHAS.

           MOVE 0      TO TOT-CAMPANHAS
           MOVE "RC"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "RC")
                      OR TOT-CAMPANHAS = 100
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "RC"
                   AND  CWCONF-BL-FIM = 0
                        ADD  1 TO TOT-CAMPANHAS
                        MOVE CWCONF-CHAVE (1: 6)
                          TO CP-CODIGO (TOT-CAMPANHAS)
                        MOVE CWCONF-BL-INICIO
                          TO CP-INICIO (TOT-CAMPANHAS)
                   END-IF
           END-PERFORM.

       210-99-FIM. EXIT.

      *    "AP" pendentes: idade desde a solicitacao, dono = aprovador
      *    designado ou o nivel que responde
       220-APROVACOES.

           MOVE "AP"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "AP")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "AP"
                   AND  CWCONF-AP-PENDENTE
                        MOVE SPACES TO NOVO-ITEM
                        MOVE "AP"   TO NV-TIPO
                        STRING CWCONF-CHAVE (1: 2) " "
                               CWCONF-CHAVE (3: 30)
                               DELIMITED BY SIZE INTO NV-ITEM
                        MOVE CWCONF-CHANGELOG-USUARIO TO NV-ORIGEM
                        IF   CWCONF-CHANGELOG-DATA NUMERIC
                             MOVE CWCONF-CHANGELOG-DATA TO NV-ABERTA
                        ELSE
                             MOVE HOJE TO NV-ABERTA
                        END-IF
                        MOVE CWCONF-AP-APROVADOR TO NV-DONO
                        ADD  1 TO TOT-AP
                        PERFORM 240-GUARDA THRU 240-99-FIM
                   END-IF
           END-PERFORM.

       220-99-FIM. EXIT.

      *    "RI" pendentes das campanhas abertas: idade desde a
      *    abertura da campanha, dono = o nivel que responde
       230-REVISOES.

           IF   TOT-CAMPANHAS = 0
                GO TO 230-99-FIM
           END-IF
           MOVE "RI"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "RI")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "RI"
                   AND  CWCONF-AP-PENDENTE
                        MOVE 0 TO K
                        PERFORM VARYING C FROM 1 BY 1
                                UNTIL C > TOT-CAMPANHAS
                                   OR K NOT = 0
                                IF   CP-CODIGO (C) = CWCONF-CHAVE (1: 6)
                                     MOVE C TO K
                                END-IF
                        END-PERFORM
                        IF   K NOT = 0
                             MOVE SPACES TO NOVO-ITEM
                             MOVE "RI"   TO NV-TIPO
                             STRING CWCONF-CHAVE (7: 2) " "
                                    CWCONF-NOME
                                    DELIMITED BY SIZE INTO NV-ITEM
                             STRING "CAMPANHA " CWCONF-CHAVE (1: 6)
                                    DELIMITED BY SIZE INTO NV-ORIGEM
                             MOVE CP-INICIO (K) TO NV-ABERTA
                             ADD  1 TO TOT-RI
                             PERFORM 240-GUARDA THRU 240-99-FIM
                        END-IF
                   END-IF
           END-PERFORM.

       230-99-FIM. EXIT.

      *    Completa prazo, nivel, dono e idade do item corrente e o
      *    insere na ordem (idade decrescente, dono)
       240-GUARDA.

           IF   CWCONF-AP-PRAZO NUMERIC
                MOVE CWCONF-AP-PRAZO TO NV-PRAZO
           ELSE
                MOVE 0 TO NV-PRAZO
           END-IF
           IF   CWCONF-AP-NIVEL NUMERIC
           AND  CWCONF-AP-NIVEL > 7
                MOVE CWCONF-AP-NIVEL TO NV-NIVEL
           ELSE
                MOVE 8 TO NV-NIVEL
           END-IF
           IF   NV-DONO = SPACES
           OR   NV-DONO = LOW-VALUES
                MOVE SPACES TO NV-DONO
                STRING "NIVEL " NV-NIVEL DELIMITED BY SIZE
                  INTO NV-DONO
           END-IF
           MOVE NV-ABERTA TO DATA-J
           PERFORM 700-DIA-JULIANO THRU 700-99-FIM
           IF   DIA-J < DIA-HOJE
                COMPUTE NV-IDADE = DIA-HOJE - DIA-J
           ELSE
                MOVE 0 TO NV-IDADE
           END-IF
           IF   TOT-ITENS = 2000
                GO TO 240-99-FIM
           END-IF
           MOVE TOT-ITENS TO K
           MOVE "N"       TO PARA
           PERFORM 250-DESLOCA THRU 250-99-FIM
                   UNTIL K = 0
                      OR PARA = "S"
           MOVE NOVO-ITEM TO IT-TB (K + 1)
           ADD  1 TO TOT-ITENS.

       240-99-FIM. EXIT.

       250-DESLOCA.

           IF   IT-IDADE (K) > NV-IDADE
           OR  (IT-IDADE (K) = NV-IDADE
           AND  IT-DONO (K) NOT > NV-DONO)
                MOVE "S" TO PARA
           ELSE
                MOVE IT-TB (K) TO IT-TB (K + 1)
                SUBTRACT 1 FROM K
           END-IF.

       250-99-FIM. EXIT.

       300-IMPRIME-ITEM.

           MOVE IT-TIPO (I)  TO PDL-TIPO
           MOVE IT-ITEM (I)  TO PDL-ITEM
           MOVE IT-DONO (I)  TO PDL-DONO
           MOVE IT-NIVEL (I) TO PDL-NIVEL
           MOVE IT-IDADE (I) TO PDL-IDADE
           MOVE IT-ORIGEM (I) TO PDL-ORIGEM
           SET  CWTIME-EDIT   TO TRUE
           MOVE SPACE         TO CWTIME-TODAY-STATUS
           MOVE IT-ABERTA (I) TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED TO PDL-ABERTA
           IF   IT-PRAZO (I) = 0
                MOVE SPACES TO PDL-PRAZO
           ELSE
                SET  CWTIME-EDIT  TO TRUE
                MOVE IT-PRAZO (I) TO CWTIME-DATE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                MOVE CWTIME-DATE-EDITED TO PDL-PRAZO
           END-IF
           IF   IT-PRAZO (I) NOT = 0
           AND  IT-PRAZO (I) < HOJE
                MOVE "VENCIDA"  TO PDL-SITUACAO
                ADD  1 TO TOT-VENCIDAS
           ELSE
                MOVE "NO PRAZO" TO PDL-SITUACAO
           END-IF
           EVALUATE TRUE
               WHEN IT-IDADE (I) < 8
                    ADD 1 TO TOT-FAIXA (1)
               WHEN IT-IDADE (I) < 16
                    ADD 1 TO TOT-FAIXA (2)
               WHEN IT-IDADE (I) < 31
                    ADD 1 TO TOT-FAIXA (3)
               WHEN OTHER
                    ADD 1 TO TOT-FAIXA (4)
           END-EVALUATE
           PERFORM 310-SOMA-DONO THRU 310-99-FIM
           MOVE LINHA-PD-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       300-99-FIM. EXIT.

       310-SOMA-DONO.

           MOVE 0 TO D
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > TOT-DONOS
                                            OR D NOT = 0
                   IF   DN-DONO (C) = IT-DONO (I)
                        MOVE C TO D
                   END-IF
           END-PERFORM
           IF   D = 0
                IF   TOT-DONOS = 200
                     GO TO 310-99-FIM
                END-IF
                ADD  1 TO TOT-DONOS
                MOVE TOT-DONOS   TO D
                MOVE IT-DONO (I) TO DN-DONO (D)
                MOVE 0 TO DN-QTD (D) DN-VENCIDAS (D)
                          DN-MAIOR-IDADE (D)
           END-IF
           ADD 1 TO DN-QTD (D)
           IF   PDL-SITUACAO = "VENCIDA"
                ADD 1 TO DN-VENCIDAS (D)
           END-IF
           IF   IT-IDADE (I) > DN-MAIOR-IDADE (D)
                MOVE IT-IDADE (I) TO DN-MAIOR-IDADE (D)
           END-IF.

       310-99-FIM. EXIT.

       400-POR-DONO.

           IF   CWIMPR-END-PRINT
           OR   TOT-DONOS = 0
                GO TO 400-99-FIM
           END-IF
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "*** POR DONO ***" TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > TOT-DONOS
                                            OR CWIMPR-END-PRINT
                   MOVE DN-DONO (D)        TO PDL-D-DONO
                   MOVE DN-QTD (D)         TO PDL-D-QTD
                   MOVE DN-VENCIDAS (D)    TO PDL-D-VENCIDAS
                   MOVE DN-MAIOR-IDADE (D) TO PDL-D-IDADE
                   MOVE LINHA-PD-3 TO CWIMPR-DETAIL
                   CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-PERFORM.

       400-99-FIM. EXIT.

       500-TOTAIS.

           IF   CWIMPR-END-PRINT
                GO TO 500-99-FIM
           END-IF
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Aprovacoes pendentes (AP)       :" TO PDL-ROTULO
           MOVE TOT-AP TO PDL-TOTAL
           MOVE LINHA-PD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Revisoes pendentes (RI)         :" TO PDL-ROTULO
           MOVE TOT-RI TO PDL-TOTAL
           MOVE LINHA-PD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Vencidas (escaladas ao nivel 9) :" TO PDL-ROTULO
           MOVE TOT-VENCIDAS TO PDL-TOTAL
           MOVE LINHA-PD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Ate 7 dias                      :" TO PDL-ROTULO
           MOVE TOT-FAIXA (1) TO PDL-TOTAL
           MOVE LINHA-PD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "De 8 a 15 dias                  :" TO PDL-ROTULO
           MOVE TOT-FAIXA (2) TO PDL-TOTAL
           MOVE LINHA-PD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "De 16 a 30 dias                 :" TO PDL-ROTULO
           MOVE TOT-FAIXA (3) TO PDL-TOTAL
           MOVE LINHA-PD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Mais de 30 dias                 :" TO PDL-ROTULO
           MOVE TOT-FAIXA (4) TO PDL-TOTAL
           MOVE LINHA-PD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           SET CWIMPR-CLOSE TO TRUE
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       500-99-FIM. EXIT.

      *    DATA-J (AAAAMMDD) -> DIA-J, dias corridos numa contagem
      *    continua (so a diferenca entre duas datas interessa)
       700-DIA-JULIANO.

           IF   DATA-J NOT NUMERIC
           OR   DATA-J-MES < 1
           OR   DATA-J-MES > 12
                MOVE DIA-HOJE TO DIA-J
                GO TO 700-99-FIM
           END-IF
           IF   DATA-J-MES < 3
                MOVE 1 TO J-A
           ELSE
                MOVE 0 TO J-A
           END-IF
           COMPUTE J-Y = DATA-J-ANO + 4800 - J-A
           COMPUTE J-M = DATA-J-MES + 12 * J-A - 3
           COMPUTE J-W = 153 * J-M + 2
           DIVIDE J-W BY 5 GIVING J-W
           COMPUTE DIA-J = DATA-J-DIA + J-W + 365 * J-Y
           DIVIDE J-Y BY 4   GIVING J-W
           ADD      J-W TO   DIA-J
           DIVIDE J-Y BY 100 GIVING J-W
           SUBTRACT J-W FROM DIA-J
           DIVIDE J-Y BY 400 GIVING J-W
           ADD      J-W TO   DIA-J
           SUBTRACT 32045 FROM DIA-J.

       700-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWCRON" UPON ENVIRONMENT-NAME
           ACCEPT  CRON     FROM ENVIRONMENT-VALUE
           INSPECT CRON CONVERTING MINUSCULAS TO MAIUSCULAS
           DISPLAY "CWPEND_BATCH" UPON ENVIRONMENT-NAME
           ACCEPT  BATCH          FROM ENVIRONMENT-VALUE
           INSPECT BATCH CONVERTING MINUSCULAS TO MAIUSCULAS

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE
           MOVE 0    TO DIA-HOJE
           MOVE HOJE TO DATA-J
           PERFORM 700-DIA-JULIANO THRU 700-99-FIM
           MOVE DIA-J TO DIA-HOJE

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
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWPEND.
