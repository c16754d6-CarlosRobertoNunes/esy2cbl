       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWSAUD.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Sonda de saude para o monitoramento          *
                      *  corporativo: rodada pelo cron, regrava a     *
                      *  cada vez o arquivo de situacao CWSAUD_       *
                      *  ARQUIVO (CWSAUDE.TXT por falta), uma linha   *
                      *  por item no formato                          *
                      *    chave;nivel;valor;descricao                *
                      *  com chave estavel e nivel OK, WARN ou CRIT,  *
                      *  para o agente do monitoramento coletar:      *
                      *    cw.gerado          data e hora da rodada   *
                      *    cw.sessoes         "LD" ativas x MAXUSERS  *
                      *                       (WARN a partir de 90%)  *
                      *    cw.fila.<impr>     trabalhos "PQ" na fila  *
                      *                       (WARN a partir de       *
                      *                       CWSAUD_FILA, 50)        *
                      *    cw.impressora.<impr> pausada pelo CWPQUE   *
                      *                       (CRIT com fila)         *
                      *    cw.sigilosos       saidas sigilosas retidas*
                      *                       (WARN se de outro dia)  *
                      *    cw.job.<job>       ultimo RC do "JB" (CRIT *
                      *                       = falhou); corrente que *
                      *                       nao rodou ontem quando  *
                      *                       devia = WARN, atrasada  *
                      *    cw.capacidade      arquivos "02" criticos  *
                      *    cw.arquivo.<nome>  cada um deles (CRIT)    *
                      *    cw.trilha          corrente do log de      *
                      *                       auditoria (CWLOGV)      *
                      *    cw.manutencao      modo manutencao "MM"    *
                      *    cw.geral           pior nivel da rodada    *
                      *  O arquivo e' montado ao lado (.TMP) e        *
                      *  renomeado no fim: o agente nunca le meia     *
                      *  rodada.  RETURN-CODE 0 = tudo OK, 4 = WARN,  *
                      *  8 = CRIT, 12 = arquivo nao gravado.          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SAUWK  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-SAUWK.

       DATA DIVISION.
       FILE SECTION.

       FD   SAUWK
            VALUE OF FILE-ID LB-SAUWK.

       01   SAUWK-REG PIC X(200).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-SAUWK.
              10 FS-SAUWK              PIC  X(002) VALUE "00".
              10 LB-SAUWK              PIC  X(255) VALUE SPACES.
           05 LB-SAUDE                 PIC  X(255) VALUE SPACES.
           05 I                        PIC  9(003) VALUE 0.
           05 J                        PIC  9(003) VALUE 0.
           05 Y                        PIC  9(001) VALUE 0.
           05 HOJE                     PIC  9(008) VALUE 0.
           05 ONTEM                    PIC  9(008) VALUE 0.
           05 AGORA                    PIC  9(006) VALUE 0.
           05 PARM-FILA                PIC  X(005) VALUE SPACES.
           05 LIMITE-FILA              PIC  9(005) VALUE 50.
           05 MAXUSERS                 PIC  9(006) VALUE 0.
           05 SESSOES                  PIC  9(006) VALUE 0.
           05 SIGILOSOS                PIC  9(005) VALUE 0.
           05 SIGILOSOS-ANTIGOS        PIC  9(005) VALUE 0.
           05 CRITICOS                 PIC  9(005) VALUE 0.
           05 RC-TRILHA                PIC  9(003) VALUE 0.
           05 DIA-SEMANA               PIC  9(001) VALUE 0.
           05 DIA-MASCARA              PIC  9(001) VALUE 0.
           05 CAL-CLASSE               PIC  X(001) VALUE SPACE.
           05 DEVIA-RODAR              PIC  X(001) VALUE SPACE.
           05 K                        PIC  9(003) VALUE 0.
           05 NUM-W                    PIC  9(009) VALUE 0.
           05 NUM-ED                   PIC  Z(008)9 VALUE 0.
           05 NUM-TXT                  PIC  X(010) VALUE SPACES.
           05 NUM-TXT-2                PIC  X(010) VALUE SPACES.
           05 JB-PAPEL                 PIC  X(008) VALUE SPACES.
           05 DIAS-NOMES.
              10 PIC X(003) VALUE "Dom".
              10 PIC X(003) VALUE "Seg".
              10 PIC X(003) VALUE "Ter".
              10 PIC X(003) VALUE "Qua".
              10 PIC X(003) VALUE "Qui".
              10 PIC X(003) VALUE "Sex".
              10 PIC X(003) VALUE "Sab".
           05 REDEFINES DIAS-NOMES.
              10 DIA-NOME OCCURS 7     PIC  X(003).
      *    Item corrente do arquivo de situacao (nivel 0 = OK,
      *    1 = WARN, 2 = CRIT) e o pior da rodada
           05 IT-CHAVE                 PIC  X(050) VALUE SPACES.
           05 IT-NIVEL                 PIC  9(001) VALUE 0.
           05 IT-VALOR                 PIC  X(030) VALUE SPACES.
           05 IT-TEXTO                 PIC  X(080) VALUE SPACES.
           05 PIOR                     PIC  9(001) VALUE 0.
           05 NIVEIS.
              10 PIC X(004) VALUE "OK".
              10 PIC X(004) VALUE "WARN".
              10 PIC X(004) VALUE "CRIT".
           05 REDEFINES NIVEIS.
              10 NIVEL-TEXTO OCCURS 3  PIC  X(004).
           05 LINHA-SAU                PIC  X(200) VALUE SPACES.
      *    Impressoras ("03") e a fila "PQ" de cada uma
           05 TOT-IMP                  PIC  9(003) VALUE 0.
           05 TABELA-IMP.
              10 IMP-TB OCCURS 200.
                 15 IMP-NOME           PIC  X(008).
                 15 IMP-PAUSA          PIC  X(001).
                 15 IMP-FILA           PIC  9(005).
      *    Correntes e passos ("JB")
           05 TOT-JB                   PIC  9(003) VALUE 0.
           05 TABELA-JB.
              10 JB-TB OCCURS 500.
                 15 JB-JOB             PIC  X(007).
                 15 JB-PROX-OK         PIC  X(007).
                 15 JB-PROX-NAO-OK     PIC  X(007).
                 15 JB-CABECA          PIC  X(001).
                 15 JB-CALENDARIO      PIC  X(001).
                 15 JB-DIAS            PIC  X(007).
                 15 JB-BLACKOUT OCCURS 5
                                       PIC  9(008).
                 15 JB-ULTIMA-DATA     PIC  9(008).
                 15 JB-ULTIMO-RC       PIC  X(001).

       COPY CWTIME.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           OPEN OUTPUT SAUWK
           IF   FS-SAUWK NOT = "00"
                MOVE 12 TO RETURN-CODE
                GO TO 000-FIM
           END-IF
           MOVE 0 TO PIOR
           MOVE "cw.gerado" TO IT-CHAVE
           MOVE 0           TO IT-NIVEL
           MOVE SPACES      TO IT-VALOR
           STRING HOJE AGORA DELIMITED BY SIZE INTO IT-VALOR
           MOVE "data e hora da rodada da sonda" TO IT-TEXTO
           PERFORM 700-GRAVA-ITEM THRU 700-99-FIM
           PERFORM 100-SESSOES    THRU 100-99-FIM
           PERFORM 200-IMPRESSAO  THRU 200-99-FIM
           PERFORM 300-CORRENTES  THRU 300-99-FIM
           PERFORM 400-CAPACIDADE THRU 400-99-FIM
           PERFORM 500-TRILHA     THRU 500-99-FIM
           PERFORM 600-MANUTENCAO THRU 600-99-FIM
           MOVE "cw.geral"         TO IT-CHAVE
           MOVE PIOR               TO IT-NIVEL
           MOVE NIVEL-TEXTO (PIOR + 1) TO IT-VALOR
           MOVE "pior nivel da rodada" TO IT-TEXTO
           PERFORM 700-GRAVA-ITEM THRU 700-99-FIM
           CLOSE SAUWK
           CALL "CBL_DELETE_FILE" USING LB-SAUDE
           CALL "CBL_RENAME_FILE" USING LB-SAUWK LB-SAUDE
           EVALUATE PIOR
               WHEN 0 MOVE 0 TO RETURN-CODE
               WHEN 1 MOVE 4 TO RETURN-CODE
               WHEN OTHER MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       000-FIM.

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

      *    Sessoes "LD" do arquivo de trabalho contra o MAXUSERS
      *    licenciado ("MX"); sem MAXUSERS a contagem e' so
      *    informativa
       100-SESSOES.

           MOVE 0 TO MAXUSERS SESSOES
           MOVE "MX"              TO CWCONF-REGLG
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-MAXUSERS NUMERIC
                MOVE CWCONF-MAXUSERS TO MAXUSERS
           END-IF
           MOVE "LD" TO CWCONF-REG
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
                        ADD 1 TO SESSOES
                   END-IF
           END-PERFORM
           MOVE "cw.sessoes" TO IT-CHAVE
           MOVE 0            TO IT-NIVEL
           IF   MAXUSERS > 0
                IF   SESSOES NOT < MAXUSERS
                     MOVE 2 TO IT-NIVEL
                ELSE
                     IF   SESSOES * 10 NOT < MAXUSERS * 9
                          MOVE 1 TO IT-NIVEL
                     END-IF
                END-IF
           END-IF
           MOVE SESSOES  TO NUM-W
           PERFORM 710-NUMERO THRU 710-99-FIM
           MOVE NUM-TXT  TO NUM-TXT-2
           MOVE MAXUSERS TO NUM-W
           PERFORM 710-NUMERO THRU 710-99-FIM
           MOVE SPACES   TO IT-VALOR
           STRING NUM-TXT-2 DELIMITED BY SPACE
                  "/"       DELIMITED BY SIZE
                  NUM-TXT   DELIMITED BY SPACE
             INTO IT-VALOR
           MOVE "sessoes LD ativas / MAXUSERS" TO IT-TEXTO
           PERFORM 700-GRAVA-ITEM THRU 700-99-FIM.

       100-99-FIM. EXIT.

      *    Fila "PQ" por impressora "03", impressoras pausadas e
      *    saidas sigilosas retidas
       200-IMPRESSAO.

           MOVE 0    TO TOT-IMP SIGILOSOS SIGILOSOS-ANTIGOS
           MOVE "03" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "03")
                      OR TOT-IMP = 200
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "03"
                        ADD  1 TO TOT-IMP
                        MOVE CWCONF-ARQUIVO (1: 8)
                          TO IMP-NOME (TOT-IMP)
                        MOVE CWCONF-DESTRAVA TO IMP-PAUSA (TOT-IMP)
                        MOVE 0               TO IMP-FILA (TOT-IMP)
                   END-IF
           END-PERFORM
           MOVE "PQ" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "PQ")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWWORK" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "PQ"
                        PERFORM 210-CONTA-PQ THRU 210-99-FIM
                   END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-IMP
                   PERFORM 220-ITENS-IMPRESSORA THRU 220-99-FIM
           END-PERFORM
           MOVE "cw.sigilosos" TO IT-CHAVE
           MOVE 0              TO IT-NIVEL
           IF   SIGILOSOS-ANTIGOS > 0
                MOVE 1 TO IT-NIVEL
           END-IF
           MOVE SIGILOSOS TO NUM-W
           PERFORM 710-NUMERO THRU 710-99-FIM
           MOVE NUM-TXT   TO IT-VALOR
           MOVE SIGILOSOS-ANTIGOS TO NUM-W
           PERFORM 710-NUMERO THRU 710-99-FIM
           MOVE SPACES    TO IT-TEXTO
           STRING "saidas sigilosas retidas na fila, de outro dia: "
                  DELIMITED BY SIZE
                  NUM-TXT DELIMITED BY SPACE
             INTO IT-TEXTO
           PERFORM 700-GRAVA-ITEM THRU 700-99-FIM.

       200-99-FIM. EXIT.

       210-CONTA-PQ.

           IF   CWCONF-AP-STATUS = "G"
                ADD 1 TO SIGILOSOS
                IF   CWCONF-CHAVE (11: 8) < HOJE
                     ADD 1 TO SIGILOSOS-ANTIGOS
                END-IF
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOT-IMP
                      OR IMP-NOME (J) = CWCONF-CHAVE (1: 8)
                   CONTINUE
           END-PERFORM
           IF   J > TOT-IMP
                IF   TOT-IMP = 200
                     GO TO 210-99-FIM
                END-IF
                ADD  1                    TO TOT-IMP
                MOVE TOT-IMP              TO J
                MOVE CWCONF-CHAVE (1: 8)  TO IMP-NOME (J)
                MOVE SPACE                TO IMP-PAUSA (J)
                MOVE 0                    TO IMP-FILA (J)
           END-IF
           ADD 1 TO IMP-FILA (J).

       210-99-FIM. EXIT.

       220-ITENS-IMPRESSORA.

           MOVE SPACES TO IT-CHAVE
           STRING "cw.fila." IMP-NOME (I) DELIMITED BY SPACE
             INTO IT-CHAVE
           MOVE 0 TO IT-NIVEL
           IF   IMP-FILA (I) NOT < LIMITE-FILA
                MOVE 1 TO IT-NIVEL
           END-IF
           MOVE IMP-FILA (I) TO NUM-W
           PERFORM 710-NUMERO THRU 710-99-FIM
           MOVE NUM-TXT      TO IT-VALOR
           MOVE "trabalhos na fila de impressao PQ" TO IT-TEXTO
           PERFORM 700-GRAVA-ITEM THRU 700-99-FIM

           MOVE SPACES TO IT-CHAVE
           STRING "cw.impressora." IMP-NOME (I) DELIMITED BY SPACE
             INTO IT-CHAVE
           IF   IMP-PAUSA (I) = "P"
                MOVE "pausada" TO IT-VALOR
                IF   IMP-FILA (I) > 0
                     MOVE 2 TO IT-NIVEL
                     MOVE "fila pausada pelo CWPQUE com trabalhos"
                       TO IT-TEXTO
                ELSE
                     MOVE 1 TO IT-NIVEL
                     MOVE "fila pausada pelo CWPQUE" TO IT-TEXTO
                END-IF
           ELSE
                MOVE 0       TO IT-NIVEL
                MOVE "ativa" TO IT-VALOR
                MOVE "fila de impressao ativa" TO IT-TEXTO
           END-IF
           PERFORM 700-GRAVA-ITEM THRU 700-99-FIM.

       220-99-FIM. EXIT.

      *    Ultimo RC de cada "JB"; a corrente (job que nenhum outro
      *    lanca como sucessor) que devia ter rodado ontem - mesmas
      *    regras da projecao do CWJOBF - e nao rodou esta atrasada
       300-CORRENTES.

           MOVE 0    TO TOT-JB
           MOVE "JB" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JB")
                      OR TOT-JB = 500
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JB"
                        PERFORM 310-GUARDA-JB THRU 310-99-FIM
                   END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-JB
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-JB
                           IF   J NOT = I
                           AND (JB-PROX-OK (J)     = JB-JOB (I)
                            OR  JB-PROX-NAO-OK (J) = JB-JOB (I))
                                MOVE "N" TO JB-CABECA (I)
                           END-IF
                   END-PERFORM
           END-PERFORM
           PERFORM 320-DIA-ONTEM THRU 320-99-FIM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-JB
                   PERFORM 330-ITEM-JB THRU 330-99-FIM
           END-PERFORM.

       300-99-FIM. EXIT.

       310-GUARDA-JB.

           ADD  1 TO TOT-JB
           MOVE CWCONF-CHAVE (1: 7)        TO JB-JOB (TOT-JB)
           MOVE CWCONF-JOB-PROXIMO-RC-OK   TO JB-PROX-OK (TOT-JB)
           MOVE CWCONF-JOB-PROXIMO-NAO-OK  TO JB-PROX-NAO-OK (TOT-JB)
           MOVE "S"                        TO JB-CABECA (TOT-JB)
           MOVE CWCONF-JOB-USA-CALENDARIO  TO JB-CALENDARIO (TOT-JB)
           MOVE CWCONF-JOB-DIAS-SEMANA     TO JB-DIAS (TOT-JB)
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > 5
                   IF   CWCONF-JOB-BLACKOUT (Y) NUMERIC
                        MOVE CWCONF-JOB-BLACKOUT (Y)
                          TO JB-BLACKOUT (TOT-JB Y)
                   ELSE
                        MOVE 0 TO JB-BLACKOUT (TOT-JB Y)
                   END-IF
           END-PERFORM
           MOVE 0 TO JB-ULTIMA-DATA (TOT-JB)
           IF   CWCONF-JOB-ULTIMA-DATA NUMERIC
                MOVE CWCONF-JOB-ULTIMA-DATA TO JB-ULTIMA-DATA (TOT-JB)
           END-IF
           MOVE CWCONF-JOB-ULTIMO-RC TO JB-ULTIMO-RC (TOT-JB).

       310-99-FIM. EXIT.

      *    Dia da semana e classe do calendario central de ontem
       320-DIA-ONTEM.

           SET  CWTIME-NORMAL TO TRUE
           SET  CWTIME-WEEK   TO TRUE
           MOVE SPACE         TO CWTIME-TODAY-STATUS
                                 CWTIME-DAYS-STATUS
           MOVE ONTEM         TO CWTIME-DATE
           MOVE 0             TO CWTIME-DAYS
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACE TO CWTIME-WEEK-STATUS
           MOVE 0 TO DIA-SEMANA
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > 7
                   IF   CWTIME-WEEK-CHAR (1: 3) = DIA-NOME (Y)
                        MOVE Y TO DIA-SEMANA
                   END-IF
           END-PERFORM
           CALL "CWCALC" USING ONTEM CAL-CLASSE
           MOVE DIA-SEMANA TO DIA-MASCARA
           IF   CAL-CLASSE = "F"
                MOVE 1 TO DIA-MASCARA
           END-IF.

       320-99-FIM. EXIT.

       330-ITEM-JB.

           MOVE SPACES TO IT-CHAVE
           STRING "cw.job." JB-JOB (I) DELIMITED BY SPACE
             INTO IT-CHAVE
           MOVE 0      TO IT-NIVEL
           MOVE SPACES TO IT-VALOR IT-TEXTO
           IF   JB-ULTIMA-DATA (I) = 0
                MOVE "nunca" TO IT-VALOR
           ELSE
                STRING "rc=" JB-ULTIMO-RC (I) " "
                       JB-ULTIMA-DATA (I) DELIMITED BY SIZE
                  INTO IT-VALOR
           END-IF
           IF   JB-CABECA (I) = "S"
                MOVE "corrente" TO JB-PAPEL
           ELSE
                MOVE "passo"    TO JB-PAPEL
           END-IF
           MOVE JB-PAPEL TO IT-TEXTO
           IF   JB-ULTIMO-RC (I) = "N"
                MOVE 2 TO IT-NIVEL
                STRING JB-PAPEL DELIMITED BY SPACE
                       ", falhou na ultima execucao" DELIMITED BY SIZE
                  INTO IT-TEXTO
           ELSE
                IF   JB-CABECA (I) = "S"
                AND  JB-ULTIMA-DATA (I) NOT = 0
                AND  JB-ULTIMA-DATA (I) < ONTEM
                     PERFORM 340-DEVIA-RODAR THRU 340-99-FIM
                     IF   DEVIA-RODAR = "S"
                          MOVE 1 TO IT-NIVEL
                          MOVE "corrente atrasada, nao rodou ontem"
                            TO IT-TEXTO
                     END-IF
                END-IF
           END-IF
           PERFORM 700-GRAVA-ITEM THRU 700-99-FIM.

       330-99-FIM. EXIT.

       340-DEVIA-RODAR.

           MOVE "S" TO DEVIA-RODAR
           IF   JB-CALENDARIO (I) NOT = "S"
                GO TO 340-99-FIM
           END-IF
           IF   CAL-CLASSE = "C"
                MOVE "N" TO DEVIA-RODAR
                GO TO 340-99-FIM
           END-IF
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > 5
                   IF   JB-BLACKOUT (I Y) = ONTEM
                        MOVE "N" TO DEVIA-RODAR
                   END-IF
           END-PERFORM
           IF   DIA-MASCARA > 0
           AND  JB-DIAS (I) (DIA-MASCARA: 1) NOT = "S"
                MOVE "N" TO DEVIA-RODAR
           END-IF.

       340-99-FIM. EXIT.

      *    Arquivos "02" marcados com capacidade critica
       400-CAPACIDADE.

           MOVE 0    TO CRITICOS
           MOVE "02" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "02")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "02"
                   AND  CWCONF-CAPACIDADE-CRITICA
                        ADD  1 TO CRITICOS
                        MOVE SPACES TO IT-CHAVE
                        STRING "cw.arquivo." CWCONF-ARQUIVO
                               DELIMITED BY SPACE
                          INTO IT-CHAVE
                        MOVE 2 TO IT-NIVEL
                        MOVE CWCONF-TAMANHO-ULTIMO-KB TO NUM-W
                        PERFORM 710-NUMERO THRU 710-99-FIM
                        MOVE NUM-TXT TO IT-VALOR
                        MOVE CWCONF-TAMANHO-LIMITE-KB TO NUM-W
                        PERFORM 710-NUMERO THRU 710-99-FIM
                        MOVE SPACES TO IT-TEXTO
                        STRING "KB atuais, capacidade critica, limite "
                               DELIMITED BY SIZE
                               NUM-TXT DELIMITED BY SPACE
                               " KB" DELIMITED BY SIZE
                          INTO IT-TEXTO
                        PERFORM 700-GRAVA-ITEM THRU 700-99-FIM
                   END-IF
           END-PERFORM
           MOVE "cw.capacidade" TO IT-CHAVE
           MOVE 0               TO IT-NIVEL
           IF   CRITICOS > 0
                MOVE 2 TO IT-NIVEL
           END-IF
           MOVE CRITICOS TO NUM-W
           PERFORM 710-NUMERO THRU 710-99-FIM
           MOVE NUM-TXT  TO IT-VALOR
           MOVE "arquivos com capacidade critica" TO IT-TEXTO
           PERFORM 700-GRAVA-ITEM THRU 700-99-FIM.

       400-99-FIM. EXIT.

      *    Corrente de digestos do log de auditoria, pelo proprio
      *    CWLOGV sem o relatorio (arquivo pelo CWLOGV_ARQUIVO)
       500-TRILHA.

           DISPLAY "CWLOGV_RELATORIO" UPON ENVIRONMENT-NAME
           DISPLAY "N"                UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE
           CALL "CWLOGV"
           MOVE RETURN-CODE TO RC-TRILHA
           CANCEL "CWLOGV"
           MOVE 0 TO RETURN-CODE
           DISPLAY "CWLOGV_RELATORIO" UPON ENVIRONMENT-NAME
           DISPLAY " "                UPON ENVIRONMENT-VALUE
           MOVE "cw.trilha" TO IT-CHAVE
           EVALUATE RC-TRILHA
               WHEN 0
                    MOVE 0         TO IT-NIVEL
                    MOVE "integra" TO IT-VALOR
                    MOVE "trilha de auditoria integra" TO IT-TEXTO
               WHEN 8
                    MOVE 1         TO IT-NIVEL
                    MOVE "ausente" TO IT-VALOR
                    MOVE "arquivo de log nao encontrado" TO IT-TEXTO
               WHEN OTHER
                    MOVE 2          TO IT-NIVEL
                    MOVE "quebrada" TO IT-VALOR
                    MOVE "corrente de digestos quebrada - rode o CWLOGV"
                      TO IT-TEXTO
           END-EVALUATE
           PERFORM 700-GRAVA-ITEM THRU 700-99-FIM.

       500-99-FIM. EXIT.

       600-MANUTENCAO.

           MOVE "MM"    TO CWCONF-REG
           MOVE SPACES  TO CWCONF-CHAVE
           MOVE "MANUT" TO CWCONF-CHAVE (1: 5)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE "cw.manutencao" TO IT-CHAVE
           MOVE SPACES          TO IT-TEXTO
           IF   FS-CWCONF < "10"
                MOVE 1        TO IT-NIVEL
                MOVE "armado" TO IT-VALOR
                STRING "modo manutencao armado por " DELIMITED BY SIZE
                       CWCONF-NOME DELIMITED BY "  "
                       " em " CWCONF-ULTIMO-LOGIN-DATA
                       DELIMITED BY SIZE
                  INTO IT-TEXTO
           ELSE
                MOVE 0           TO IT-NIVEL
                MOVE "desarmado" TO IT-VALOR
                MOVE "modo manutencao desarmado" TO IT-TEXTO
           END-IF
           PERFORM 700-GRAVA-ITEM THRU 700-99-FIM.

       600-99-FIM. EXIT.

       700-GRAVA-ITEM.

           IF   IT-NIVEL > PIOR
                MOVE IT-NIVEL TO PIOR
           END-IF
           MOVE SPACES TO LINHA-SAU
           STRING IT-CHAVE DELIMITED BY SPACE
                  ";"      DELIMITED BY SIZE
                  NIVEL-TEXTO (IT-NIVEL + 1) DELIMITED BY SPACE
                  ";"      DELIMITED BY SIZE
                  IT-VALOR DELIMITED BY "  "
                  ";"      DELIMITED BY SIZE
                  IT-TEXTO DELIMITED BY "  "
             INTO LINHA-SAU
           MOVE LINHA-SAU TO SAUWK-REG
           WRITE SAUWK-REG.

       700-99-FIM. EXIT.

      *    NUM-W em NUM-TXT, alinhado a esquerda e sem zeros
       710-NUMERO.

           MOVE NUM-W  TO NUM-ED
           MOVE SPACES TO NUM-TXT
           MOVE 0      TO K
           INSPECT NUM-ED TALLYING K FOR LEADING SPACE
           MOVE NUM-ED (K + 1: ) TO NUM-TXT.

       710-99-FIM. EXIT.

       800-INICIAIS.

           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE 0 TO RETURN-CODE

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL        TO HOJE
           MOVE CWTIME-TIME-FINAL (1: 6) TO AGORA
           MOVE SPACE                    TO CWTIME-TODAY-STATUS
           SET  CWTIME-NORMAL        TO TRUE
           SET  CWTIME-SUBTRACT-DAYS TO TRUE
           MOVE HOJE                 TO CWTIME-DATE
           MOVE 1                    TO CWTIME-DAYS
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL    TO ONTEM
           MOVE SPACE                TO CWTIME-DAYS-STATUS

           DISPLAY "CWSAUD_ARQUIVO" UPON ENVIRONMENT-NAME
           ACCEPT  LB-SAUDE         FROM ENVIRONMENT-VALUE
           IF   LB-SAUDE = SPACES
                MOVE "CWSAUDE.TXT" TO LB-SAUDE
           END-IF
           MOVE SPACES TO LB-SAUWK
           STRING LB-SAUDE DELIMITED BY SPACE
                  ".TMP"   DELIMITED BY SIZE
             INTO LB-SAUWK
           DISPLAY "CWSAUD_FILA" UPON ENVIRONMENT-NAME
           ACCEPT  PARM-FILA     FROM ENVIRONMENT-VALUE
           MOVE 0 TO K
           INSPECT PARM-FILA TALLYING K
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF   K > 0
           AND  PARM-FILA (1: K) NUMERIC
                MOVE PARM-FILA (1: K) TO LIMITE-FILA
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           SET CWSQLC-CLOSE TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWSAUD.
