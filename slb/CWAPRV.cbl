                      *  revisa o antes/depois e aprova.  Aprovacoes  *
                      *  e rejeicoes ficam gravadas no proprio "AP"   *
                      *  e na auditoria.                              *
                      *  Cada "AP" nasce com prazo (CWPRAZ) e pode    *
                      *  ter aprovador designado; vencido, escala ao  *
                      *  nivel 9.  O aprovador nomeia um substituto   *
                      *  por periodo ("DL"), que entra aqui mesmo sem *
                      *  nivel 8 so para dar parecer - registrado     *
                      *  como delegado, em nome do titular.           *
                      *  A prorrogacao de conta de terceiro vinda do  *
                      *  CWTERC (CWCONF-JOB = "CWTERC" no "AP") leva  *
                      *  so o fim da conta e o patrocinador, e        *
                      *  desbloqueia a conta que o CWTERC bloqueou    *
                      *  pelo fim do contrato.                        *
                      *  Grupo "GU" aplicado avanca o selo "GV", que  *
                      *  faz o CWMEN0 refazer as permissoes da sessao.*
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 AP-CONSULTA              PIC  X(001) VALUE SPACE.
           05 AP-EXCLUSAO              PIC  X(001) VALUE SPACE.
           05 AP-INCLUSAO              PIC  X(001) VALUE SPACE.
           05 AP-ORIGEM                PIC  X(007) VALUE SPACES.
           05 AP-FIM                   PIC  X(008) VALUE SPACES.
           05 AP-PATROCINADOR          PIC  X(030) VALUE SPACES.
           05 LINHA-CMP                PIC  X(070) VALUE SPACES.
      *    Evento estruturado para o SIEM (Requisicao 045)
           05 SEVT-DET                 PIC  X(060) VALUE SPACES.
           05 TAB-PENDENTES.
              10 PEN-TB OCCURS 26.
                 15 PEN-CHAVE          PIC  X(032).
                 15 PEN-PRAZO          PIC  9(008).
      *    Prazo, aprovador designado e delegacao ("DL")
           05 HOJE                     PIC  9(008) VALUE 0.
           05 PONTEIRO                 PIC  9(003) VALUE 0.
           05 NOVO-APROVADOR           PIC  X(030) VALUE SPACES.
           05 DESIGNADO                PIC  X(030) VALUE SPACES.
           05 NIVEL-DONO               PIC  9(001) VALUE 0.
           05 PRAZO-AP                 PIC  9(008) VALUE 0.
           05 PRAZO-ED                 PIC  X(010) VALUE SPACES.
           05 AUTORIZADO               PIC  X(001) VALUE "N".
           05 POR-DELEGACAO            PIC  X(001) VALUE "N".
           05 TITULAR                  PIC  X(030) VALUE SPACES.
           05 SUBSTITUTO               PIC  X(001) VALUE "N".
           05 DL-SUBSTITUTO            PIC  X(030) VALUE SPACES.
           05 DL-DE                    PIC  9(008) VALUE 0.
           05 DL-ATE                   PIC  9(008) VALUE 0.
           05 DL-DE-ED                 PIC  X(010) VALUE SPACES.
           05 DL-ATE-ED                PIC  X(010) VALUE SPACES.
           05 DL-EXISTE                PIC  X(001) VALUE "N".

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWTIME.
       COPY CWSODC.
       COPY CWPRAZ.
       COPY CWCONF.

       PROCEDURE DIVISION.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   NIVEL-OPERADOR < 8
           AND  SUBSTITUTO NOT = "S"
                MOVE "Controle duplo exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-PERFORM
           MOVE "~Solicitar alteracao de usuario" TO CWBOXS-TEXT (1)
           MOVE "~Pendentes (aprovar/rejeitar)"   TO CWBOXS-TEXT (2)
           MOVE "S~ubstituto nas minhas ausencias" TO CWBOXS-TEXT (3)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
      *    Substituto sem nivel 8 so da parecer nas pendencias
           IF   NIVEL-OPERADOR < 8
           AND (CWBOXS-OPTION = 1 OR 3)
                MOVE "Como substituto, so pendentes (aprovar/rejeitar)"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 100-99-FIM
           END-IF
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-SOLICITA  THRU 110-99-FIM
               WHEN 2 PERFORM 130-PENDENTES THRU 130-99-FIM
               WHEN 3 PERFORM 180-DELEGA    THRU 180-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.
           IF   ALVO-CHAVE = SPACES
                GO TO 110-FECHA
           END-IF
           MOVE "AP"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE "PS"       TO CWCONF-CHAVE (1: 2)
           MOVE ALVO-CHAVE TO CWCONF-CHAVE (3: 30)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-AP-PENDENTE
                MOVE "Ja ha alteracao pendente deste usuario"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           MOVE "PS"       TO CWCONF-REG
           MOVE ALVO-CHAVE TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           CALL "CWMSGW" USING "110718" "Nivel (0-9) :"
           CALL "CWMSGW" USING "120718" "Grupo       :"
           CALL "CWMSGW" USING "130718" "Bloqueado0/1:"
           CALL "CWMSGW" USING "140718" "Aprovador   :"
           ACCEPT NOVO-NIVEL     AT 1122 WITH UPDATE
           ACCEPT NOVO-GRUPO     AT 1222 WITH UPDATE
           ACCEPT NOVO-BLOQUEADO AT 1322 WITH UPDATE
      *    Aprovador designado e' opcional (em branco = qualquer
      *    administrador de nivel 8/9)
           MOVE SPACES TO NOVO-APROVADOR
           ACCEPT NOVO-APROVADOR AT 1422 WITH UPDATE
           IF   NOVO-APROVADOR NOT = SPACES
                MOVE CWCONF-REG TO IMAGEM-VIVA
                PERFORM 115-CONFERE-APROVADOR THRU 115-99-FIM
                MOVE IMAGEM-VIVA TO CWCONF-REG
                IF   AUTORIZADO NOT = "S"
                     GO TO 110-FECHA
                END-IF
           END-IF

      *    Monta a imagem proposta a partir da viva e estagia
           MOVE NOVO-NIVEL     TO CWCONF-NIVEL-PS
           MOVE NOVO-GRUPO     TO CWCONF-GRUPO
           MOVE NOVO-BLOQUEADO TO CWCONF-BLOQUEADO
           MOVE SPACES         TO CWCONF-JOB
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE NOME       TO CWCONF-CHANGELOG-USUARIO
           MOVE CWTIME-DATE-FINAL TO CWCONF-CHANGELOG-DATA
           MOVE "P"        TO CWCONF-AP-STATUS
           MOVE NOVO-APROVADOR TO CWCONF-AP-APROVADOR
           MOVE 8          TO CWCONF-AP-NIVEL
           MOVE SPACE      TO CWCONF-AP-DELEGADO
           MOVE SPACES     TO CWCONF-CHANGELOG-NOTA
           SET  CWPRAZ-CALCULA TO TRUE
           MOVE "AP"              TO CWPRAZ-TIPO
           MOVE CWTIME-DATE-FINAL TO CWPRAZ-DATA
           MOVE 0                 TO CWPRAZ-DIAS
           CALL "CWPRAZ" USING PARAMETROS-CWPRAZ
           MOVE CWPRAZ-PRAZO TO CWCONF-AP-PRAZO
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF = "22"
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           SET  CWTIME-EDIT  TO TRUE
           MOVE SPACE        TO CWTIME-TODAY-STATUS
           MOVE CWPRAZ-PRAZO TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACES TO CWSEND-MSG
           STRING "Alteracao pendente de aprovacao ate "
                  CWTIME-DATE-EDITED DELIMITED BY SIZE
             INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       110-FECHA.

       110-99-FIM. EXIT.

      *    Aprovador designado: administrador (nivel 8/9) que nao e'
      *    o solicitante nem o proprio alvo
       115-CONFERE-APROVADOR.

           MOVE "N" TO AUTORIZADO
           IF   NOVO-APROVADOR = NOME
           OR   NOVO-APROVADOR = ALVO-CHAVE
                MOVE "Aprovador nao pode ser o solicitante nem o alvo"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 115-99-FIM
           END-IF
           MOVE "PS"           TO CWCONF-REG
           MOVE NOVO-APROVADOR TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE "Aprovador nao cadastrado" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 115-99-FIM
           END-IF
           IF   CWCONF-NIVEL-PS NOT NUMERIC
           OR   CWCONF-NIVEL-PS < 8
                MOVE "Aprovador precisa ter nivel 8 ou 9" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 115-99-FIM
           END-IF
           MOVE "S" TO AUTORIZADO.

       115-99-FIM. EXIT.

       130-PENDENTES.

      *    Escala o que venceu antes de listar
           SET CWPRAZ-ESCALA TO TRUE
           CALL "CWPRAZ" USING PARAMETROS-CWPRAZ
           MOVE 0    TO TOT-PENDENTES
           MOVE "AP" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
                        ADD  1 TO TOT-PENDENTES
                        MOVE CWCONF-CHAVE
                          TO PEN-CHAVE (TOT-PENDENTES)
                        MOVE CWCONF-AP-PRAZO
                          TO PEN-PRAZO (TOT-PENDENTES)
                   END-IF
           END-PERFORM
           IF   TOT-PENDENTES = 0
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-PENDENTES
                   SET  CWTIME-EDIT   TO TRUE
                   MOVE SPACE         TO CWTIME-TODAY-STATUS
                   MOVE PEN-PRAZO (I) TO CWTIME-DATE
                   CALL "CWTIME" USING PARAMETROS-CWTIME
                   STRING PEN-CHAVE (I) (1: 2) " "
                          PEN-CHAVE (I) (3: 22) " "
                          CWTIME-DATE-EDITED DELIMITED BY SIZE
                     INTO CWBOXS-TEXT (I)
                   IF   PEN-PRAZO (I) < HOJE
                        MOVE "*" TO CWBOXS-TEXT (I) (38: 1)
                   END-IF
           END-PERFORM
           MOVE "Pendentes (alvo, prazo, * vencido):"
             TO CWBOXS-TITLE
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
           OR   CWBOXS-OPTION > TOT-PENDENTES
           MOVE CWCONF-CHAVE (1: 2)      TO ALVO-TIPO
           MOVE CWCONF-CHAVE (3: 30)     TO ALVO-CHAVE
           MOVE CWCONF-CHANGELOG-USUARIO TO SOLICITANTE
           MOVE CWCONF-AP-APROVADOR      TO DESIGNADO
           MOVE CWCONF-AP-NIVEL          TO NIVEL-DONO
           MOVE CWCONF-AP-PRAZO          TO PRAZO-AP

           IF   SOLICITANTE = NOME
                MOVE "Solicitante nao pode aprovar a propria mudanca"
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 140-99-FIM
           END-IF
           PERFORM 142-AUTORIDADE THRU 142-99-FIM
           IF   AUTORIZADO NOT = "S"
                GO TO 140-99-FIM
           END-IF

      *    Antes (registro vivo)
           MOVE ALVO-TIPO  TO CWCONF-REG
           STRING "Solicitante: " SOLICITANTE
                  DELIMITED BY SIZE INTO LINHA-CMP
           CALL "CWMSGW" USING "100560" LINHA-CMP
           SET  CWTIME-EDIT TO TRUE
           MOVE SPACE       TO CWTIME-TODAY-STATUS
           MOVE PRAZO-AP    TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACES TO LINHA-CMP
           IF   DESIGNADO = SPACES
                STRING "Prazo: " CWTIME-DATE-EDITED
                       "  nivel " NIVEL-DONO
                       "  aprovador: qualquer administrador"
                       DELIMITED BY SIZE INTO LINHA-CMP
           ELSE
                STRING "Prazo: " CWTIME-DATE-EDITED
                       "  nivel " NIVEL-DONO
                       "  aprovador: " DESIGNADO
                       DELIMITED BY SIZE INTO LINHA-CMP
           END-IF
           CALL "CWMSGW" USING "110570" LINHA-CMP
           IF   ALVO-TIPO = "PS"
                PERFORM 145-MOSTRA-PS THRU 145-99-FIM
           ELSE
                PERFORM 146-MOSTRA-GU THRU 146-99-FIM
           END-IF
           IF   POR-DELEGACAO = "S"
                MOVE SPACES TO LINHA-CMP
                STRING "Parecer como substituto de " TITULAR
                       DELIMITED BY SIZE INTO LINHA-CMP
                CALL "CWMSGW" USING "140570" LINHA-CMP
           END-IF

           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           MOVE "Parecer do revisor:" TO CWSEND-MSG

       140-99-FIM. EXIT.

      *    Quem pode dar parecer: o designado (ou, escalado, qualquer
      *    nivel 9); sem designado, qualquer nivel 8/9; e o
      *    substituto vigente de quem podia, em nome dele.  Nunca
      *    quem e' o proprio alvo da mudanca
       142-AUTORIDADE.

           MOVE "N"    TO AUTORIZADO
                          POR-DELEGACAO
           MOVE SPACES TO TITULAR
           IF   ALVO-TIPO  = "PS"
           AND  ALVO-CHAVE = NOME
                MOVE "Aprovacao da propria conta nao permitida"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 142-99-FIM
           END-IF
           IF   DESIGNADO = SPACES
                IF   NIVEL-OPERADOR > 7
                     MOVE "S" TO AUTORIZADO
                     GO TO 142-99-FIM
                END-IF
                MOVE SPACES TO CWPRAZ-TITULAR
           ELSE
                IF   DESIGNADO = NOME
                OR  (NIVEL-DONO = 9 AND NIVEL-OPERADOR = 9)
                     MOVE "S" TO AUTORIZADO
                     GO TO 142-99-FIM
                END-IF
                MOVE DESIGNADO TO CWPRAZ-TITULAR
           END-IF
           SET  CWPRAZ-DELEGACAO TO TRUE
           MOVE NOME        TO CWPRAZ-USUARIO
           MOVE SOLICITANTE TO CWPRAZ-EXCETO
           CALL "CWPRAZ" USING PARAMETROS-CWPRAZ
           IF   CWPRAZ-DELEGADO = "S"
           AND  CWPRAZ-TITULAR NOT = SOLICITANTE
                MOVE "S"            TO AUTORIZADO
                                       POR-DELEGACAO
                MOVE CWPRAZ-TITULAR TO TITULAR
                GO TO 142-99-FIM
           END-IF
           MOVE SPACES TO CWSEND-MSG
           IF   DESIGNADO = SPACES
                MOVE "Sem delegacao vigente de um administrador"
                  TO CWSEND-MSG
           ELSE
                STRING "Aguardando o aprovador designado "
                       DESIGNADO DELIMITED BY SIZE
                  INTO CWSEND-MSG
           END-IF
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       142-99-FIM. EXIT.

       145-MOSTRA-PS.

           MOVE IMAGEM-AP TO CWCONF-REG
           IF   CWCONF-JOB = "CWTERC"
                PERFORM 147-MOSTRA-TERC THRU 147-99-FIM
                GO TO 145-99-FIM
           END-IF
           MOVE IMAGEM-VIVA TO CWCONF-REG
           MOVE SPACES TO LINHA-CMP
           STRING "Antes : nivel " CWCONF-NIVEL-PS

       146-99-FIM. EXIT.

      *    Prorrogacao de conta de terceiro: fim e patrocinador
       147-MOSTRA-TERC.

           MOVE IMAGEM-VIVA TO CWCONF-REG
           MOVE SPACES TO LINHA-CMP
           STRING "Antes : fim " CWCONF-JOB-ULTIMA-DATA
                  " patroc. " CWCONF-NM-OPCAO (16) (1: 30)
                  " bloq " CWCONF-BLOQUEADO
                  DELIMITED BY SIZE INTO LINHA-CMP
           CALL "CWMSGW" USING "120570" LINHA-CMP
           MOVE IMAGEM-AP TO CWCONF-REG
           MOVE SPACES TO LINHA-CMP
           STRING "Depois: fim " CWCONF-JOB-ULTIMA-DATA
                  " patroc. " CWCONF-NM-OPCAO (16) (1: 30)
                  DELIMITED BY SIZE INTO LINHA-CMP
           CALL "CWMSGW" USING "130570" LINHA-CMP.

       147-99-FIM. EXIT.

       150-APROVA.

      *    So os campos de seguranca revisados chegam ao registro
      *    solicitacao e a aprovacao (senha e flag de hash,
      *    contadores de bloqueio, ultimo login) fica intacto
           MOVE IMAGEM-AP TO CWCONF-REG
           MOVE SPACES TO AP-ORIGEM
           IF   ALVO-TIPO = "PS"
                MOVE CWCONF-JOB       TO AP-ORIGEM
                MOVE CWCONF-JOB-ULTIMA-DATA       TO AP-FIM
                MOVE CWCONF-NM-OPCAO (16) (1: 30) TO AP-PATROCINADOR
                MOVE CWCONF-NIVEL-PS  TO AP-NIVEL
                MOVE CWCONF-GRUPO     TO AP-GRUPO
                MOVE CWCONF-BLOQUEADO TO AP-BLOQUEADO
                MOVE CWCONF-EXCLUSAO-GRUPO  TO AP-EXCLUSAO
                MOVE CWCONF-INCLUSAO-GRUPO  TO AP-INCLUSAO
           END-IF
           IF   ALVO-TIPO = "PS"
           AND  AP-BLOQUEADO NOT = "1"
           AND  AP-ORIGEM NOT = "CWTERC"
                PERFORM 155-SEGREGACAO THRU 155-99-FIM
                IF   CWSODC-LIBERADO NOT = "S"
                     GO TO 150-99-FIM
                END-IF
           END-IF

           MOVE ALVO-TIPO  TO CWCONF-REG
           MOVE ALVO-CHAVE TO CWCONF-CHAVE (1: 30)
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                EVALUATE TRUE
                    WHEN AP-ORIGEM = "CWTERC"
                         PERFORM 152-PRORROGA THRU 152-99-FIM
                    WHEN ALVO-TIPO = "PS"
                         MOVE AP-NIVEL     TO CWCONF-NIVEL-PS (1: 1)
                         MOVE AP-GRUPO     TO CWCONF-GRUPO
                         MOVE AP-BLOQUEADO TO CWCONF-BLOQUEADO (1: 1)
                    WHEN OTHER
                         MOVE AP-ADM       TO CWCONF-ADM
                         MOVE AP-ACESSO    TO CWCONF-ACESSO-GRUPO
                         MOVE AP-ALTERACAO TO CWCONF-ALTERACAO-GRUPO
                         MOVE AP-CONSULTA  TO CWCONF-CONSULTA-GRUPO
                         MOVE AP-EXCLUSAO  TO CWCONF-EXCLUSAO-GRUPO
                         MOVE AP-INCLUSAO  TO CWCONF-INCLUSAO-GRUPO
                END-EVALUATE
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           ELSE
                MOVE 0          TO CWCONF-CHANGELOG-DATA
                MOVE SPACE      TO CWCONF-AP-STATUS
                MOVE SPACES     TO CWCONF-AP-APROVADOR
                MOVE SPACES     TO CWCONF-CHANGELOG-NOTA
                MOVE 0          TO CWCONF-AP-PRAZO
                                   CWCONF-AP-NIVEL
                MOVE SPACE      TO CWCONF-AP-DELEGADO
                MOVE SPACES     TO CWCONF-JOB
                SET CWSQLC-WRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF
           IF   ALVO-TIPO = "GU"
                PERFORM 156-SELO-GRUPOS THRU 156-99-FIM
           END-IF

           PERFORM 170-GRAVA-PARECER THRU 170-99-FIM
           MOVE SPACES TO OBS
           MOVE 1      TO PONTEIRO
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", aprovou alteracao de ' DELIMITED BY SIZE
                  ALVO-CHAVE DELIMITED BY SPACE
             INTO OBS WITH POINTER PONTEIRO
           PERFORM 175-AUDITA THRU 175-99-FIM
      *    Evento estruturado para o SIEM (Requisicao 045)
           MOVE SPACES TO SEVT-DET
           MOVE ALVO-CHAVE TO SEVT-DET

       150-99-FIM. EXIT.

      *    Prorrogacao aprovada: novo fim e patrocinador; a conta
      *    bloqueada pelo fim do contrato (LD-DERRUBAR "F") volta se
      *    o novo fim nao ja passou
       152-PRORROGA.

           MOVE AP-FIM          TO CWCONF-JOB-ULTIMA-DATA
           MOVE SPACES          TO CWCONF-NM-OPCAO (16)
           MOVE AP-PATROCINADOR TO CWCONF-NM-OPCAO (16) (1: 30)
           IF   CWCONF-LD-DERRUBAR = "F"
                IF   CWCONF-JOB-ULTIMA-DATA = 0
                OR   CWCONF-JOB-ULTIMA-DATA NOT < HOJE
                     MOVE 0     TO CWCONF-BLOQUEADO
                     MOVE SPACE TO CWCONF-LD-DERRUBAR
                END-IF
           END-IF.

       152-99-FIM. EXIT.

      *    Segregacao de funcoes: o acesso com o grupo e o nivel
      *    aprovados contra as regras "SD"; violacao so passa com
      *    justificativa (sem ela o "AP" continua pendente)
       155-SEGREGACAO.

           SET  CWSODC-CARREGA TO TRUE
           MOVE ALVO-CHAVE     TO CWSODC-USUARIO
           CALL "CWSODC" USING PARAMETROS-CWSODC
           MOVE AP-GRUPO TO CWSODC-GRUPO (1)
           IF   AP-NIVEL NUMERIC
                MOVE AP-NIVEL TO CWSODC-NIVEL
           END-IF
           SET  CWSODC-JUSTIFICA TO TRUE
           CALL "CWSODC" USING PARAMETROS-CWSODC.

       155-99-FIM. EXIT.

      *    Selo dos grupos ("GV"): cada alteracao aplicada a um "GU"
      *    soma 1 no contador e o CWMEN0 de quem esta logado refaz as
      *    permissoes que guarda em memoria na proxima pagina
       156-SELO-GRUPOS.

           MOVE "GV"     TO CWCONF-REG
           MOVE SPACES   TO CWCONF-CHAVE
           MOVE "GRUPOS" TO CWCONF-CHAVE (1: 6)
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-TAMANHO-LIMITE-KB NUMERIC
                ADD  1 TO CWCONF-TAMANHO-LIMITE-KB
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                IF   FS-CWCONF < "10"
                     SET CWSQLC-REWRITE TO TRUE
                ELSE
                     MOVE LOW-VALUES TO CWCONF-REG
                     MOVE "GV"       TO CWCONF-TIPO
                     MOVE SPACES     TO CWCONF-CHAVE
                     MOVE "GRUPOS"   TO CWCONF-CHAVE (1: 6)
                     SET CWSQLC-WRITE TO TRUE
                END-IF
                MOVE 1 TO CWCONF-TAMANHO-LIMITE-KB
           END-IF
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO CWCONF-ULTIMO-LOGIN-DATA
           MOVE CWTIME-TIME-FINAL TO CWCONF-ULTIMO-LOGIN-HORA
           MOVE NOME              TO CWCONF-NOME
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       156-99-FIM. EXIT.

       160-REJEITA.

           PERFORM 170-GRAVA-PARECER THRU 170-99-FIM
           MOVE SPACES TO OBS
           MOVE 1      TO PONTEIRO
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", rejeitou alteracao de ' DELIMITED BY SIZE
                  ALVO-CHAVE DELIMITED BY SPACE
             INTO OBS WITH POINTER PONTEIRO
           PERFORM 175-AUDITA THRU 175-99-FIM
           MOVE "Alteracao rejeitada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

                     MOVE "R" TO CWCONF-AP-STATUS
                END-IF
                MOVE NOME TO CWCONF-AP-APROVADOR
                IF   POR-DELEGACAO = "S"
                     MOVE "S"     TO CWCONF-AP-DELEGADO
                     MOVE TITULAR TO CWCONF-CHANGELOG-NOTA
                ELSE
                     MOVE SPACE   TO CWCONF-AP-DELEGADO
                     MOVE SPACES  TO CWCONF-CHANGELOG-NOTA
                END-IF
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF.

       170-99-FIM. EXIT.

      *    Fecha a linha de auditoria do parecer; o de substituto
      *    leva o titular e vai tambem para o SIEM
       175-AUDITA.

           IF   POR-DELEGACAO = "S"
                STRING " em nome de " DELIMITED BY SIZE
                       TITULAR DELIMITED BY SPACE
                  INTO OBS WITH POINTER PONTEIRO
                MOVE SPACES TO SEVT-DET
                STRING ALVO-CHAVE DELIMITED BY SPACE
                       " por " DELIMITED BY SIZE
                       TITULAR DELIMITED BY SPACE
                  INTO SEVT-DET
                CALL "CWSEVT" USING "APRV04" SEVT-DET
           END-IF
           STRING "." DELIMITED BY SIZE
             INTO OBS WITH POINTER PONTEIRO
           CALL "CWLOGW" USING "#" OBS.

       175-99-FIM. EXIT.

      *    Substituto do titular (o proprio operador) por periodo:
      *    um "DL" por titular; substituto em branco encerra
       180-DELEGA.

           MOVE "N"    TO DL-EXISTE
           MOVE SPACES TO DL-SUBSTITUTO
           MOVE HOJE   TO DL-DE
                          DL-ATE
           MOVE "DL"   TO CWCONF-REG
           MOVE NOME   TO CWCONF-CHAVE
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S"              TO DL-EXISTE
                MOVE CWCONF-NOME      TO DL-SUBSTITUTO
                MOVE CWCONF-BL-INICIO TO DL-DE
                MOVE CWCONF-BL-FIM    TO DL-ATE
           END-IF
           MOVE 10 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 06 TO CWBOXW-VERTICAL-LENGTH
           MOVE 60 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "110718" "Substituto  :"
           CALL "CWMSGW" USING "120718" "De  AAAAMMDD:"
           CALL "CWMSGW" USING "130718" "Ate AAAAMMDD:"
           CALL "CWMSGW" USING "140745"
                "(substituto em branco encerra a delegacao)"
           ACCEPT DL-SUBSTITUTO AT 1122 WITH UPDATE
           IF   DL-SUBSTITUTO NOT = SPACES
                ACCEPT DL-DE  AT 1222 WITH UPDATE
                ACCEPT DL-ATE AT 1322 WITH UPDATE
           END-IF
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION

           IF   DL-SUBSTITUTO = SPACES
                IF   DL-EXISTE = "S"
                     PERFORM 185-ENCERRA THRU 185-99-FIM
                END-IF
                GO TO 180-99-FIM
           END-IF
           IF   DL-SUBSTITUTO = NOME
                MOVE "O substituto nao pode ser o proprio titular"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 180-99-FIM
           END-IF
           IF   DL-DE = 0
           OR   DL-DE > DL-ATE
           OR   DL-ATE < HOJE
                MOVE "Vigencia invalida" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 180-99-FIM
           END-IF
           MOVE "PS"          TO CWCONF-REG
           MOVE DL-SUBSTITUTO TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE "Substituto nao cadastrado" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 180-99-FIM
           END-IF

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE LOW-VALUES    TO CWCONF-REG
           MOVE "DL"          TO CWCONF-TIPO
           MOVE SPACES        TO CWCONF-CHAVE
           MOVE NOME          TO CWCONF-CHAVE (1: 30)
           MOVE DL-SUBSTITUTO TO CWCONF-NOME
           MOVE DL-DE         TO CWCONF-BL-INICIO
           MOVE DL-ATE        TO CWCONF-BL-FIM
           MOVE CWTIME-DATE-FINAL TO CWCONF-ULTIMO-LOGIN-DATA
           MOVE CWTIME-TIME-FINAL TO CWCONF-ULTIMO-LOGIN-HORA
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF = "22"
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF
           SET  CWTIME-EDIT TO TRUE
           MOVE SPACE       TO CWTIME-TODAY-STATUS
           MOVE DL-DE       TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED TO DL-DE-ED
           SET  CWTIME-EDIT TO TRUE
           MOVE DL-ATE      TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED TO DL-ATE-ED
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", delegou aprovacoes a ' DELIMITED BY SIZE
                  DL-SUBSTITUTO DELIMITED BY SPACE
                  " de " DL-DE-ED " a " DL-ATE-ED "."
                  DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO SEVT-DET
           STRING DL-SUBSTITUTO DELIMITED BY SPACE
                  " " DL-DE-ED " a " DL-ATE-ED DELIMITED BY SIZE
             INTO SEVT-DET
           CALL "CWSEVT" USING "APRV02" SEVT-DET
           MOVE "Delegacao gravada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       180-99-FIM. EXIT.

       185-ENCERRA.

           MOVE "DL" TO CWCONF-REG
           MOVE NOME TO CWCONF-CHAVE
           SET CWSQLC-DELETE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", encerrou a delegacao de aprovacoes.'
                  DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO SEVT-DET
           MOVE "encerrada" TO SEVT-DET
           CALL "CWSEVT" USING "APRV02" SEVT-DET
           MOVE "Delegacao encerrada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       185-99-FIM. EXIT.

       800-INICIAIS.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           AND  CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO NIVEL-OPERADOR
           END-IF
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE
      *    Sem nivel 8, entra quem e' substituto vigente de um
      *    administrador
           IF   NIVEL-OPERADOR < 8
                SET  CWPRAZ-DELEGACAO TO TRUE
                MOVE NOME   TO CWPRAZ-USUARIO
                MOVE SPACES TO CWPRAZ-TITULAR
                               CWPRAZ-EXCETO
                CALL "CWPRAZ" USING PARAMETROS-CWPRAZ
                MOVE CWPRAZ-DELEGADO TO SUBSTITUTO
           END-IF
           MOVE "CWAPRV" TO CWSODC-ORIGEM
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.
