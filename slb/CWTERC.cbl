       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWTERC.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Contas de terceiros (consultores e           *
                      *  temporarios): o "PS" ganha um fim de conta e *
                      *  um funcionario patrocinador.  Definir ou     *
                      *  antecipar o fim grava direto; prorrogar (ou  *
                      *  tirar o fim) vira "AP" pendente e so vale    *
                      *  com a aprovacao de outro administrador no    *
                      *  CWAPRV.  O passo de lote (CWCRON=ON ou       *
                      *  CWTERC_BATCH=DESATIVA) bloqueia as contas    *
                      *  vencidas, refaz os lembretes "TA" que o      *
                      *  CWMEN0 mostra no logon dos patrocinadores    *
                      *  (contas que vencem em CWTERC_AVISO dias, 15  *
                      *  por falta) e emite o relatorio das contas    *
                      *  patrocinadas por patrocinador e fim, com     *
                      *  RETURN-CODE 4 quando bloqueou alguma conta.  *
                      *  Interativo, restrito a niveis 8 e 9.         *
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
           05 P                        PIC  9(003) VALUE 0.
           05 RC                       PIC  9(001) VALUE 0.
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 BATCH                    PIC  X(010) VALUE SPACES.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 SEVT-DET                 PIC  X(060) VALUE SPACES.
           05 HOJE                     PIC  9(008) VALUE 0.
           05 LIMITE-AVISO             PIC  9(008) VALUE 0.
           05 PARM-DIAS                PIC  X(003) VALUE SPACES.
           05 DIAS-W                   PIC  9(003) VALUE 0.
           05 DIAS-AVISO               PIC  9(003) VALUE 15.
           05 SALVA-CHAVE              PIC  X(034) VALUE SPACES.
      *    Conta em edicao
           05 TC-USUARIO               PIC  X(030) VALUE SPACES.
           05 TC-PATROCINADOR          PIC  X(030) VALUE SPACES.
           05 TC-FIM                   PIC  9(008) VALUE 0.
           05 FILLER REDEFINES TC-FIM.
              10 TC-FIM-ANO            PIC  9(004).
              10 TC-FIM-MES            PIC  9(002).
              10 TC-FIM-DIA            PIC  9(002).
           05 TC-PATROCINADOR-ANTES    PIC  X(030) VALUE SPACES.
           05 TC-FIM-ANTES             PIC  9(008) VALUE 0.
           05 TC-FIM-ED                PIC  X(010) VALUE SPACES.
           05 TC-OK                    PIC  X(001) VALUE "N".
           05 PRORROGA                 PIC  X(001) VALUE "N".
      *    Lembretes por patrocinador
           05 TOT-PATROCINADORES       PIC  9(003) VALUE 0.
           05 TABELA-PATROCINADORES.
              10 PT-TB OCCURS 200.
                 15 PT-NOME            PIC  X(030).
                 15 PT-QTD             PIC  9(005).
                 15 PT-PRIMEIRO        PIC  9(008).
      *    Contas patrocinadas em ordem de patrocinador, fim e usuario
           05 NOVA-CONTA.
              10 NV-PATROCINADOR       PIC  X(030).
              10 NV-FIM                PIC  9(008).
              10 NV-USUARIO            PIC  X(030).
              10 NV-SITUACAO           PIC  X(010).
           05 PARA                     PIC  X(001) VALUE "N".
           05 TOT-CONTAS               PIC  9(004) VALUE 0.
           05 TABELA-CONTAS.
              10 CT-TB OCCURS 2000.
                 15 CT-PATROCINADOR    PIC  X(030).
                 15 CT-FIM             PIC  9(008).
                 15 CT-USUARIO         PIC  X(030).
                 15 CT-SITUACAO        PIC  X(010).
      *    Totais
           05 TOT-DESATIVADAS-AGORA    PIC  9(005) VALUE 0.
           05 TOT-LEMBRETES            PIC  9(005) VALUE 0.
           05 TOT-A-VENCER             PIC  9(005) VALUE 0.
           05 TOT-VENCIDAS             PIC  9(005) VALUE 0.
           05 TOT-DESATIVADAS          PIC  9(005) VALUE 0.
           05 TOT-SEM-PATROCINADOR     PIC  9(005) VALUE 0.

       01  LINHAS-DE-IMPRESSAO-TC.
       02  LINHA-TC-1.
           05 FILLER                   PIC  X(031) VALUE
              "PATROCINADOR".
           05 FILLER                   PIC  X(031) VALUE
              "USUARIO".
           05 FILLER                   PIC  X(011) VALUE
              "FIM CONTA".
           05 FILLER                   PIC  X(010) VALUE
              "SITUACAO".
       02  LINHA-TC-2.
           05 TCL-PATROCINADOR         PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 TCL-USUARIO              PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 TCL-FIM                  PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 TCL-SITUACAO             PIC  X(010) VALUE SPACES.
       02  LINHA-TC-4.
           05 TCL-ROTULO               PIC  X(040) VALUE SPACES.
           05 TCL-TOTAL                PIC  ZZZ.ZZ9 VALUE 0.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWTIME.
       COPY CWPRAZ.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   CRON = "ON"
           OR   BATCH = "DESATIVA"
                PERFORM 300-LOTE      THRU 300-99-FIM
                PERFORM 400-RELATORIO THRU 400-99-FIM
           ELSE
                IF   NIVEL-OPERADOR < 8
                     MOVE "Contas de terceiros exigem nivel 8 ou 9"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                ELSE
                     PERFORM 100-MENU THRU 100-99-FIM
                             UNTIL CWBOXS-OPTION = 0
                END-IF
           END-IF
           PERFORM 900-FINAIS   THRU 900-99-FIM
           MOVE RC TO RETURN-CODE.

       000-99-FIM. GOBACK.

       100-MENU.

           MOVE 09  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Contas de terceiros:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Patrocinador e fim da conta"   TO CWBOXS-TEXT (1)
           MOVE "~Bloquear vencidas e avisar"    TO CWBOXS-TEXT (2)
           MOVE "~Contas patrocinadas"           TO CWBOXS-TEXT (3)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-EDITA THRU 110-99-FIM
               WHEN 2 PERFORM 300-LOTE  THRU 300-99-FIM
                      MOVE SPACES TO CWSEND-MSG
                      STRING "Contas bloqueadas: "
                             TOT-DESATIVADAS-AGORA
                             "  patrocinadores avisados: "
                             TOT-LEMBRETES
                             DELIMITED BY SIZE
                        INTO CWSEND-MSG
                      CALL "CWSEND" USING PARAMETROS-CWSEND
                      MOVE 1 TO CWBOXS-OPTION
               WHEN 3 PERFORM 400-RELATORIO THRU 400-99-FIM
                      MOVE 1 TO CWBOXS-OPTION
           END-EVALUATE.

       100-99-FIM. EXIT.

      *    Patrocinador e fim de uma conta: restringir grava direto,
      *    prorrogar vai para o controle duplo
       110-EDITA.

           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 07 TO CWBOXW-VERTICAL-LENGTH
           MOVE 60 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100718" "Usuario     :"
           MOVE SPACES TO TC-USUARIO
           ACCEPT TC-USUARIO AT 1022 WITH UPDATE
           IF   TC-USUARIO = SPACES
                GO TO 110-FECHA
           END-IF
           PERFORM 200-LE-PS THRU 200-99-FIM
           IF   FS-CWCONF NOT < "10"
                MOVE "Usuario nao cadastrado" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           MOVE CWCONF-NM-OPCAO (16) (1: 30) TO TC-PATROCINADOR-ANTES
           IF   TC-PATROCINADOR-ANTES = LOW-VALUES
                MOVE SPACES TO TC-PATROCINADOR-ANTES
           END-IF
           IF   CWCONF-JOB-ULTIMA-DATA NUMERIC
                MOVE CWCONF-JOB-ULTIMA-DATA TO TC-FIM-ANTES
           ELSE
                MOVE 0 TO TC-FIM-ANTES
           END-IF
           MOVE TC-PATROCINADOR-ANTES TO TC-PATROCINADOR
           MOVE TC-FIM-ANTES          TO TC-FIM
           CALL "CWMSGW" USING "110718" "Patrocinador:"
           CALL "CWMSGW" USING "120718" "Fim AAAAMMDD:"
           CALL "CWMSGW" USING "130745"
                "(patrocinador em branco e fim zero = conta comum)"
           ACCEPT TC-PATROCINADOR AT 1122 WITH UPDATE
           ACCEPT TC-FIM          AT 1222 WITH UPDATE
           PERFORM 120-CONFERE THRU 120-99-FIM
           IF   TC-OK NOT = "S"
                GO TO 110-FECHA
           END-IF
           IF   TC-PATROCINADOR = TC-PATROCINADOR-ANTES
           AND  TC-FIM = TC-FIM-ANTES
                MOVE "Nada alterado" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF

      *    Prorrogar = fim mais adiante ou fim retirado de uma conta
      *    que tinha fim
           MOVE "N" TO PRORROGA
           IF   TC-FIM-ANTES NOT = 0
           AND (TC-FIM = 0 OR TC-FIM > TC-FIM-ANTES)
                MOVE "S" TO PRORROGA
           END-IF
           IF   TC-FIM = 0
                MOVE "sem fim" TO TC-FIM-ED
           ELSE
                SET  CWTIME-EDIT TO TRUE
                MOVE SPACE       TO CWTIME-TODAY-STATUS
                MOVE TC-FIM      TO CWTIME-DATE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                MOVE CWTIME-DATE-EDITED TO TC-FIM-ED
           END-IF
           IF   PRORROGA = "S"
                PERFORM 130-SOLICITA THRU 130-99-FIM
           ELSE
                PERFORM 140-GRAVA    THRU 140-99-FIM
           END-IF.

       110-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       110-99-FIM. EXIT.

      *    Fim valido e nao anterior a hoje; o patrocinador e' um
      *    funcionario cadastrado (sem fim de conta proprio)
       120-CONFERE.

           MOVE "N" TO TC-OK
           IF   TC-PATROCINADOR = SPACES
                IF   TC-FIM NOT = 0
                     MOVE "Conta com fim precisa de patrocinador"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                     GO TO 120-99-FIM
                END-IF
                MOVE "S" TO TC-OK
                GO TO 120-99-FIM
           END-IF
           IF   TC-FIM = 0
                MOVE "Informe o fim da conta do terceiro"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 120-99-FIM
           END-IF
           IF   TC-FIM-MES < 1 OR TC-FIM-MES > 12
           OR   TC-FIM-DIA < 1 OR TC-FIM-DIA > 31
           OR   TC-FIM < HOJE
                MOVE "Fim da conta invalido ou anterior a hoje"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 120-99-FIM
           END-IF
           IF   TC-PATROCINADOR = TC-USUARIO
                MOVE "A conta nao pode patrocinar a si mesma"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 120-99-FIM
           END-IF
           MOVE "PS"            TO CWCONF-REG
           MOVE TC-PATROCINADOR TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE "Patrocinador nao cadastrado" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 120-99-FIM
           END-IF
           IF   CWCONF-SERVICO
           OR  (CWCONF-JOB-ULTIMA-DATA NUMERIC
           AND  CWCONF-JOB-ULTIMA-DATA NOT = 0)
                MOVE "Patrocinador precisa ser funcionario (sem fim)"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 120-99-FIM
           END-IF
           MOVE "S" TO TC-OK.

       120-99-FIM. EXIT.

      *    Prorrogacao: estagia o "PS" proposto como "AP" pendente,
      *    marcado com a origem, para o CWAPRV
       130-SOLICITA.

           MOVE "AP"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE "PS"       TO CWCONF-CHAVE (1: 2)
           MOVE TC-USUARIO TO CWCONF-CHAVE (3: 30)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-AP-PENDENTE
                MOVE "Ja ha alteracao pendente deste usuario no CWAPRV"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 130-99-FIM
           END-IF
           PERFORM 200-LE-PS THRU 200-99-FIM
           IF   FS-CWCONF NOT < "10"
                GO TO 130-99-FIM
           END-IF
           MOVE SPACES          TO CWCONF-NM-OPCAO (16)
           MOVE TC-PATROCINADOR TO CWCONF-NM-OPCAO (16) (1: 30)
           MOVE TC-FIM          TO CWCONF-JOB-ULTIMA-DATA
           MOVE "CWTERC"        TO CWCONF-JOB
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE "AP"       TO CWCONF-TIPO
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE "PS"       TO CWCONF-CHAVE (1: 2)
           MOVE TC-USUARIO TO CWCONF-CHAVE (3: 30)
           MOVE NOME       TO CWCONF-CHANGELOG-USUARIO
           MOVE CWTIME-DATE-FINAL TO CWCONF-CHANGELOG-DATA
           MOVE "P"        TO CWCONF-AP-STATUS
           MOVE SPACES     TO CWCONF-AP-APROVADOR
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
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", solicitou prorrogar ' DELIMITED BY SIZE
                  TC-USUARIO DELIMITED BY SPACE
                  " ate " TC-FIM-ED DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           SET  CWTIME-EDIT  TO TRUE
           MOVE SPACE        TO CWTIME-TODAY-STATUS
           MOVE CWPRAZ-PRAZO TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACES TO CWSEND-MSG
           STRING "Prorrogacao pendente no CWAPRV, aprovacao ate "
                  CWTIME-DATE-EDITED DELIMITED BY SIZE
             INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       130-99-FIM. EXIT.

      *    Definir, antecipar ou trocar o patrocinador: direto no
      *    registro vivo, com auditoria
       140-GRAVA.

           MOVE "PS"       TO CWCONF-REG
           MOVE TC-USUARIO TO CWCONF-NOME
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                GO TO 140-99-FIM
           END-IF
           MOVE SPACES          TO CWCONF-NM-OPCAO (16)
           MOVE TC-PATROCINADOR TO CWCONF-NM-OPCAO (16) (1: 30)
           MOVE TC-FIM          TO CWCONF-JOB-ULTIMA-DATA
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           IF   TC-PATROCINADOR = SPACES
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", tornou ' DELIMITED BY SIZE
                       TC-USUARIO DELIMITED BY SPACE
                       " conta comum (sem fim)." DELIMITED BY SIZE
                  INTO OBS
           ELSE
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", conta de terceiro ' DELIMITED BY SIZE
                       TC-USUARIO DELIMITED BY SPACE
                       " ate " TC-FIM-ED DELIMITED BY SIZE
                       ", patrocinio de " DELIMITED BY SIZE
                       TC-PATROCINADOR DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
           END-IF
           CALL "CWLOGW" USING "#" OBS
           MOVE "Conta de terceiro gravada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       140-99-FIM. EXIT.

       200-LE-PS.

           MOVE "PS"       TO CWCONF-REG
           MOVE TC-USUARIO TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       200-99-FIM. EXIT.

      *    Passo de lote: bloqueia as contas vencidas e refaz os
      *    lembretes "TA" dos patrocinadores
       300-LOTE.

           MOVE 0 TO TOT-DESATIVADAS-AGORA
                     TOT-LEMBRETES
                     TOT-PATROCINADORES
           PERFORM 310-LIMPA-LEMBRETES THRU 310-99-FIM
           MOVE "PS"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "PS")
                   SET CWSQLC-READ  TO TRUE
                   SET CWSQLC-NEXT  TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "PS"
                   AND  CWCONF-JOB-ULTIMA-DATA NUMERIC
                   AND  CWCONF-JOB-ULTIMA-DATA NOT = 0
                        IF   CWCONF-JOB-ULTIMA-DATA < HOJE
                             IF   CWCONF-BLOQUEADO NOT = 1
                                  PERFORM 320-BLOQUEIA THRU 320-99-FIM
                             END-IF
                        ELSE
                             IF   CWCONF-JOB-ULTIMA-DATA
                                  NOT > LIMITE-AVISO
                                  PERFORM 330-ACUMULA THRU 330-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           PERFORM 340-GRAVA-LEMBRETE THRU 340-99-FIM
                   VARYING P FROM 1 BY 1 UNTIL P > TOT-PATROCINADORES
           IF   TOT-DESATIVADAS-AGORA > 0
                MOVE 4 TO RC
           END-IF.

       300-99-FIM. EXIT.

       310-LIMPA-LEMBRETES.

           MOVE "TA"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "TA")
                   SET CWSQLC-READ  TO TRUE
                   SET CWSQLC-NEXT  TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "TA"
                        MOVE CWCONF-REG (1: 34) TO SALVA-CHAVE
                        SET CWSQLC-DELETE TO TRUE
                        CALL "CWCONF" USING CWSQLC CWCONF-REG
                                            FS-CWCONF KCO PCO
      *                 Recoloca o cursor apos a exclusao para a
      *                 varredura seguir adiante
                        MOVE SALVA-CHAVE TO CWCONF-REG
                        SET CWSQLC-START    TO TRUE
                        SET CWSQLC-NOT-LESS TO TRUE
                        CALL "CWCONF" USING CWSQLC CWCONF-REG
                                            FS-CWCONF KCO PCO
                   END-IF
           END-PERFORM.

       310-99-FIM. EXIT.

      *    Fim do contrato passou: bloqueia marcando o motivo, para a
      *    prorrogacao aprovada poder desbloquear
       320-BLOQUEIA.

           MOVE 1   TO CWCONF-BLOQUEADO
           MOVE "F" TO CWCONF-LD-DERRUBAR
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           ADD  1 TO TOT-DESATIVADAS-AGORA
           SET  CWTIME-EDIT TO TRUE
           MOVE SPACE       TO CWTIME-TODAY-STATUS
           MOVE CWCONF-JOB-ULTIMA-DATA TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", bloqueou ' DELIMITED BY SIZE
                  CWCONF-NOME DELIMITED BY SPACE
                  " (fim do contrato em " DELIMITED BY SIZE
                  CWTIME-DATE-EDITED DELIMITED BY SIZE
                  ")." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO SEVT-DET
           STRING CWCONF-NOME DELIMITED BY SPACE
                  " fim " CWTIME-DATE-EDITED DELIMITED BY SIZE
             INTO SEVT-DET
           CALL "CWSEVT" USING "TERC01" SEVT-DET.

       320-99-FIM. EXIT.

       330-ACUMULA.

           IF   CWCONF-NM-OPCAO (16) (1: 30) = SPACES
           OR   CWCONF-NM-OPCAO (16) (1: 30) = LOW-VALUES
                GO TO 330-99-FIM
           END-IF
           MOVE 0 TO K
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > TOT-PATROCINADORES
                                            OR K NOT = 0
                   IF   PT-NOME (P) = CWCONF-NM-OPCAO (16) (1: 30)
                        MOVE P TO K
                   END-IF
           END-PERFORM
           IF   K = 0
                IF   TOT-PATROCINADORES = 200
                     GO TO 330-99-FIM
                END-IF
                ADD  1 TO TOT-PATROCINADORES
                MOVE TOT-PATROCINADORES TO K
                MOVE CWCONF-NM-OPCAO (16) (1: 30) TO PT-NOME (K)
                MOVE 0                      TO PT-QTD (K)
                MOVE CWCONF-JOB-ULTIMA-DATA TO PT-PRIMEIRO (K)
           END-IF
           ADD 1 TO PT-QTD (K)
           IF   CWCONF-JOB-ULTIMA-DATA < PT-PRIMEIRO (K)
                MOVE CWCONF-JOB-ULTIMA-DATA TO PT-PRIMEIRO (K)
           END-IF.

       330-99-FIM. EXIT.

       340-GRAVA-LEMBRETE.

           MOVE LOW-VALUES      TO CWCONF-REG
           MOVE "TA"            TO CWCONF-TIPO
           MOVE SPACES          TO CWCONF-CHAVE
           MOVE PT-NOME (P)     TO CWCONF-CHAVE (1: 30)
           MOVE PT-NOME (P)     TO CWCONF-NOME
           MOVE PT-QTD (P)      TO CWCONF-UC-CONTADOR
           MOVE PT-PRIMEIRO (P) TO CWCONF-BL-FIM
           MOVE HOJE            TO CWCONF-ULTIMO-LOGIN-DATA
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF = "22"
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF
           ADD  1 TO TOT-LEMBRETES
           SET  CWTIME-EDIT     TO TRUE
           MOVE SPACE           TO CWTIME-TODAY-STATUS
           MOVE PT-PRIMEIRO (P) TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", avisou ' DELIMITED BY SIZE
                  PT-NOME (P) DELIMITED BY SPACE
                  ": " PT-QTD (P) " conta(s) a renovar, 1a. em "
                  CWTIME-DATE-EDITED "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS.

       340-99-FIM. EXIT.

      *    Contas patrocinadas (com patrocinador ou fim) por
      *    patrocinador e fim
       400-RELATORIO.

           MOVE 0 TO TOT-CONTAS TOT-A-VENCER TOT-VENCIDAS
                     TOT-DESATIVADAS TOT-SEM-PATROCINADOR
           MOVE "PS"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "PS")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "PS"
                        PERFORM 410-CONTA THRU 410-99-FIM
                   END-IF
           END-PERFORM

           MOVE "CONTAS DE TERCEIROS"          TO CWIMPR-TITLE
           MOVE "POR PATROCINADOR E FIM DA CONTA"
             TO CWIMPR-SUB-TITLE
           MOVE "Config/ContasTerceiros"       TO CWIMPR-NOTE
           MOVE LINHA-TC-1                     TO CWIMPR-HEADER-1
           MOVE "CWTERCA"                      TO CWIMPR-REPORT
           IF   TOT-CONTAS = 0
                MOVE "Nenhuma conta de terceiro" TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           PERFORM 430-IMPRIME THRU 430-99-FIM
                   VARYING I FROM 1 BY 1 UNTIL I > TOT-CONTAS
                                             OR CWIMPR-END-PRINT
           PERFORM 440-TOTAIS THRU 440-99-FIM.

       400-99-FIM. EXIT.

       410-CONTA.

           MOVE SPACES TO NOVA-CONTA
           MOVE CWCONF-NM-OPCAO (16) (1: 30) TO NV-PATROCINADOR
           IF   NV-PATROCINADOR = LOW-VALUES
                MOVE SPACES TO NV-PATROCINADOR
           END-IF
           IF   CWCONF-JOB-ULTIMA-DATA NUMERIC
                MOVE CWCONF-JOB-ULTIMA-DATA TO NV-FIM
           ELSE
                MOVE 0 TO NV-FIM
           END-IF
           IF   NV-PATROCINADOR = SPACES
           AND  NV-FIM = 0
                GO TO 410-99-FIM
           END-IF
           MOVE CWCONF-NOME TO NV-USUARIO
           EVALUATE TRUE
               WHEN NV-FIM = 0
                    MOVE "SEM FIM"    TO NV-SITUACAO
               WHEN NV-FIM < HOJE
                AND CWCONF-BLOQUEADO = 1
                    MOVE "BLOQUEADA"  TO NV-SITUACAO
                    ADD 1 TO TOT-DESATIVADAS
               WHEN NV-FIM < HOJE
                    MOVE "VENCIDA"    TO NV-SITUACAO
                    ADD 1 TO TOT-VENCIDAS
               WHEN NV-FIM NOT > LIMITE-AVISO
                    MOVE "A RENOVAR"  TO NV-SITUACAO
                    ADD 1 TO TOT-A-VENCER
               WHEN OTHER
                    MOVE "ATIVA"      TO NV-SITUACAO
           END-EVALUATE
           IF   NV-PATROCINADOR = SPACES
                ADD 1 TO TOT-SEM-PATROCINADOR
           END-IF
           IF   TOT-CONTAS = 2000
                GO TO 410-99-FIM
           END-IF
           MOVE TOT-CONTAS TO K
           MOVE "N"        TO PARA
           PERFORM 420-DESLOCA THRU 420-99-FIM
                   UNTIL K = 0
                      OR PARA = "S"
           MOVE NOVA-CONTA TO CT-TB (K + 1)
           ADD  1 TO TOT-CONTAS.

       410-99-FIM. EXIT.

       420-DESLOCA.

           IF   CT-PATROCINADOR (K) < NV-PATROCINADOR
           OR  (CT-PATROCINADOR (K) = NV-PATROCINADOR
           AND  CT-FIM (K) < NV-FIM)
           OR  (CT-PATROCINADOR (K) = NV-PATROCINADOR
           AND  CT-FIM (K) = NV-FIM
           AND  CT-USUARIO (K) NOT > NV-USUARIO)
                MOVE "S" TO PARA
           ELSE
                MOVE CT-TB (K) TO CT-TB (K + 1)
                SUBTRACT 1 FROM K
           END-IF.

       420-99-FIM. EXIT.

       430-IMPRIME.

      *    Patrocinador so na primeira linha do grupo
           IF   I = 1
           OR   CT-PATROCINADOR (I) NOT = CT-PATROCINADOR (I - 1)
                IF   CT-PATROCINADOR (I) = SPACES
                     MOVE "(SEM PATROCINADOR)" TO TCL-PATROCINADOR
                ELSE
                     MOVE CT-PATROCINADOR (I)  TO TCL-PATROCINADOR
                END-IF
           ELSE
                MOVE SPACES TO TCL-PATROCINADOR
           END-IF
           MOVE CT-USUARIO (I)  TO TCL-USUARIO
           MOVE CT-SITUACAO (I) TO TCL-SITUACAO
           IF   CT-FIM (I) = 0
                MOVE SPACES TO TCL-FIM
           ELSE
                SET  CWTIME-EDIT TO TRUE
                MOVE SPACE       TO CWTIME-TODAY-STATUS
                MOVE CT-FIM (I)  TO CWTIME-DATE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                MOVE CWTIME-DATE-EDITED TO TCL-FIM
           END-IF
           MOVE LINHA-TC-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       430-99-FIM. EXIT.

       440-TOTAIS.

           IF   CWIMPR-END-PRINT
                GO TO 440-99-FIM
           END-IF
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Contas de terceiros                   :" TO TCL-ROTULO
           MOVE TOT-CONTAS TO TCL-TOTAL
           MOVE LINHA-TC-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE SPACES TO TCL-ROTULO
           STRING "A renovar (vencem em ate " DIAS-AVISO " dias)"
                  DELIMITED BY SIZE INTO TCL-ROTULO
           MOVE ":" TO TCL-ROTULO (39: 1)
           MOVE TOT-A-VENCER TO TCL-TOTAL
           MOVE LINHA-TC-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Vencidas ainda ativas                 :" TO TCL-ROTULO
           MOVE TOT-VENCIDAS TO TCL-TOTAL
           MOVE LINHA-TC-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Bloqueadas pelo fim do contrato       :" TO TCL-ROTULO
           MOVE TOT-DESATIVADAS TO TCL-TOTAL
           MOVE LINHA-TC-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Sem patrocinador                      :" TO TCL-ROTULO
           MOVE TOT-SEM-PATROCINADOR TO TCL-TOTAL
           MOVE LINHA-TC-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           SET CWIMPR-CLOSE TO TRUE
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       440-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWCRON" UPON ENVIRONMENT-NAME
           ACCEPT  CRON     FROM ENVIRONMENT-VALUE
           INSPECT CRON CONVERTING MINUSCULAS TO MAIUSCULAS
           DISPLAY "CWTERC_BATCH" UPON ENVIRONMENT-NAME
           ACCEPT  BATCH          FROM ENVIRONMENT-VALUE
           INSPECT BATCH CONVERTING MINUSCULAS TO MAIUSCULAS
           MOVE SPACES TO PARM-DIAS
           DISPLAY "CWTERC_AVISO" UPON ENVIRONMENT-NAME
           ACCEPT  PARM-DIAS      FROM ENVIRONMENT-VALUE
           PERFORM 810-CONVERTE-DIAS THRU 810-99-FIM
           IF   DIAS-W > 0
                MOVE DIAS-W TO DIAS-AVISO
           END-IF

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE
           SET CWTIME-NORMAL TO TRUE
           MOVE SPACE        TO CWTIME-TODAY-STATUS
                                CWTIME-DAYS-STATUS
           MOVE HOJE         TO CWTIME-DATE
           MOVE DIAS-AVISO   TO CWTIME-DAYS
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO LIMITE-AVISO

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
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.

       810-CONVERTE-DIAS.

           MOVE 0 TO DIAS-W
           EVALUATE TRUE
               WHEN PARM-DIAS NUMERIC
                    MOVE PARM-DIAS TO DIAS-W
               WHEN PARM-DIAS (1: 2) NUMERIC
                AND PARM-DIAS (3: 1) = SPACE
                    MOVE PARM-DIAS (1: 2) TO DIAS-W
               WHEN PARM-DIAS (1: 1) NUMERIC
                AND PARM-DIAS (2: 2) = SPACES
                    MOVE PARM-DIAS (1: 1) TO DIAS-W
           END-EVALUATE.

       810-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWTERC.
