       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWFECH.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Roteiro de fechamento mensal ("FC", chave =  *
                      *  periodo AAAAMM + ordem).  O periodo 000000   *
                      *  e' o modelo; abrir um periodo copia o modelo *
                      *  e anota a hora da abertura.  Itens "A"       *
                      *  (automaticos) se concluem sozinhos pelo      *
                      *  journal "JE": o job do item terminou OK,     *
                      *  iniciado depois do item anterior concluido.  *
                      *  Itens "M" (manuais) sao assinados na tela    *
                      *  pelo usuario logado, de nivel igual ou maior *
                      *  que o exigido, com data, hora e observacao.  *
                      *  Tudo na ordem: so o primeiro item pendente   *
                      *  pode ser concluido.  O relatorio CWFECHA     *
                      *  (quem fez o que e quando) e' a evidencia     *
                      *  para a auditoria.  Em lote (CWCRON=ON)       *
                      *  atualiza os automaticos do periodo           *
                      *  CWFECH_PERIODO (por falta o mes contabil do  *
                      *  "DP") e imprime; RETURN-CODE 0 = fechamento  *
                      *  concluido, 4 = itens pendentes, 8 = periodo  *
                      *  nao aberto.  Modelo e abertura restritos a   *
                      *  niveis 8 e 9, com auditoria.                 *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 I                        PIC  9(003) VALUE 0.
           05 S                        PIC  9(003) VALUE 0.
           05 BASE                     PIC  9(003) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 LOTE                     PIC  X(001) VALUE "N".
           05 PARM-PERIODO             PIC  X(006) VALUE SPACES.
           05 PERIODO                  PIC  9(006) VALUE 0.
           05 REDEFINES PERIODO.
              10 PERIODO-ANO           PIC  9(004).
              10 PERIODO-MES           PIC  9(002).
           05 PERIODO-ED.
              10 PE-MES                PIC  9(002) VALUE 0.
              10 FILLER                PIC  X(001) VALUE "/".
              10 PE-ANO                PIC  9(004) VALUE 0.
           05 HOJE                     PIC  9(008) VALUE 0.
           05 AGORA                    PIC  9(006) VALUE 0.
           05 MARCO                    PIC  9(014) VALUE 0.
           05 PERIODO-NOVO             PIC  9(006) VALUE 0.
           05 PROXIMO                  PIC  9(003) VALUE 0.
           05 CONCLUIDOS               PIC  9(003) VALUE 0.
           05 ACHOU                    PIC  X(001) VALUE "N".
           05 ED-1                     PIC  ZZ9 VALUE 0.
           05 ED-2                     PIC  ZZ9 VALUE 0.
           05 VIS-LINHA                PIC  X(070) VALUE SPACES.
           05 VIS-POS.
              10 VIS-POS-LIN           PIC  9(002) VALUE 0.
              10 FILLER                PIC  X(004) VALUE "0670".
      *    Item em edicao (modelo)
           05 MD-ORDEM                 PIC  9(003) VALUE 0.
           05 MD-DESCRICAO             PIC  X(050) VALUE SPACES.
           05 MD-TIPO                  PIC  X(001) VALUE SPACE.
           05 MD-JOB                   PIC  X(007) VALUE SPACES.
           05 MD-NIVEL                 PIC  9(001) VALUE 0.
           05 MD-NOTA                  PIC  X(050) VALUE SPACES.
      *    Itens do periodo, na ordem
           05 TOT-ITENS                PIC  9(003) VALUE 0.
           05 TABELA-ITENS.
              10 IT-TB OCCURS 99.
                 15 IT-ORDEM           PIC  9(003).
                 15 IT-DESCRICAO       PIC  X(050).
                 15 IT-TIPO            PIC  X(001).
                 15 IT-JOB             PIC  X(007).
                 15 IT-NIVEL           PIC  9(001).
                 15 IT-SITUACAO        PIC  X(001).
                 15 IT-RESPONSAVEL     PIC  X(030).
                 15 IT-DATA            PIC  9(008).
                 15 IT-HORA            PIC  9(006).
                 15 IT-NOTA            PIC  X(050).
                 15 IT-ABERTURA        PIC  9(014).
      *    Linha da tela (CWBOXS, 40 posicoes)
           05 FC-LINHA.
              10 FC-ORDEM              PIC  9(003) VALUE 0.
              10 FILLER                PIC  X(001) VALUE SPACE.
              10 FC-TIPO               PIC  X(001) VALUE SPACE.
              10 FILLER                PIC  X(001) VALUE SPACE.
              10 FC-SITUACAO           PIC  X(003) VALUE SPACES.
              10 FILLER                PIC  X(001) VALUE SPACE.
              10 FC-DESCRICAO          PIC  X(030) VALUE SPACES.

       01  LINHAS-DE-IMPRESSAO-FC.
       02  LINHA-FC-1.
           05 FILLER                   PIC  X(006) VALUE "ORD T ".
           05 FILLER                   PIC  X(051) VALUE "DESCRICAO".
           05 FILLER                   PIC  X(009) VALUE "JOB/NV".
           05 FILLER                   PIC  X(010) VALUE "SITUACAO".
           05 FILLER                   PIC  X(021) VALUE "RESPONSAVEL".
           05 FILLER                   PIC  X(011) VALUE "DATA".
           05 FILLER                   PIC  X(009) VALUE "HORA".
           05 FILLER                   PIC  X(015) VALUE "OBSERVACAO".
       02  LINHA-FC-2.
           05 FC-R-ORDEM               PIC  ZZ9 VALUE 0.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FC-R-TIPO                PIC  X(001) VALUE SPACE.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FC-R-DESCRICAO           PIC  X(050) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FC-R-JOB                 PIC  X(007) VALUE SPACES.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 FC-R-SITUACAO            PIC  X(008) VALUE SPACES.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 FC-R-RESPONSAVEL         PIC  X(020) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FC-R-DATA                PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FC-R-HORA                PIC  99B99B99 VALUE 0.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FC-R-NOTA                PIC  X(015) VALUE SPACES.
       02  LINHA-FC-3.
           05 FILLER                   PIC  X(006) VALUE SPACES.
           05 FC-R-NOTA-TODA           PIC  X(050) VALUE SPACES.
       02  LINHA-FC-4.
           05 FC-ROTULO                PIC  X(030) VALUE SPACES.
           05 FC-TOTAL                 PIC  ZZ9.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWTIME.
       COPY CWDTSB.
       COPY CWIMPR.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   LOTE = "S"
                PERFORM 210-CARREGA THRU 210-99-FIM
                IF   TOT-ITENS = 0
                     MOVE 8 TO RETURN-CODE
                ELSE
                     PERFORM 220-ATUALIZA  THRU 220-99-FIM
                     PERFORM 500-RELATORIO THRU 500-99-FIM
                     IF   CONCLUIDOS < TOT-ITENS
                          MOVE 4 TO RETURN-CODE
                     END-IF
                END-IF
           ELSE
                PERFORM 100-MENU THRU 100-99-FIM
                        UNTIL CWBOXS-OPTION = 0
           END-IF
           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-MENU.

           MOVE 10  TO CWBOXS-LINE
                       CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Fechamento mensal:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Acompanhar e assinar"  TO CWBOXS-TEXT (1)
           MOVE "~Relatorio do periodo"  TO CWBOXS-TEXT (2)
           MOVE "a~Brir periodo"         TO CWBOXS-TEXT (3)
           MOVE "~Modelo do roteiro"     TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 810-PEDE-PERIODO THRU 810-99-FIM
                      IF   PERIODO NOT = 0
                           PERFORM 200-ACOMPANHA THRU 200-99-FIM
                      END-IF
               WHEN 2 PERFORM 810-PEDE-PERIODO THRU 810-99-FIM
                      IF   PERIODO NOT = 0
                           PERFORM 210-CARREGA THRU 210-99-FIM
                           IF   TOT-ITENS = 0
                                MOVE "Periodo nao aberto"
                                  TO CWSEND-MSG
                                CALL "CWSEND" USING PARAMETROS-CWSEND
                           ELSE
                                PERFORM 220-ATUALIZA  THRU 220-99-FIM
                                PERFORM 500-RELATORIO THRU 500-99-FIM
                                MOVE "Relatorio CWFECHA emitido"
                                  TO CWSEND-MSG
                                CALL "CWSEND" USING PARAMETROS-CWSEND
                           END-IF
                      END-IF
               WHEN 3 PERFORM 300-ABRE-PERIODO THRU 300-99-FIM
               WHEN 4 PERFORM 400-MODELO       THRU 400-99-FIM
           END-EVALUATE
           IF   CWBOXS-OPTION NOT = 0
                MOVE 1 TO CWBOXS-OPTION
           END-IF.

       100-99-FIM. EXIT.

       200-ACOMPANHA.

           PERFORM 210-CARREGA THRU 210-99-FIM
           IF   TOT-ITENS = 0
                MOVE "Periodo nao aberto" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF
           PERFORM 220-ATUALIZA THRU 220-99-FIM
           MOVE 0 TO BASE
           MOVE 1 TO CWBOXS-OPTION
           PERFORM 240-LISTA THRU 240-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           MOVE 1 TO CWBOXS-OPTION.

       200-99-FIM. EXIT.

       210-CARREGA.

           MOVE 0      TO TOT-ITENS
           MOVE "FC"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE PERIODO TO CWCONF-CHAVE (1: 6)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "FC")
                      OR TOT-ITENS = 99
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "FC"
                        IF   CWCONF-CHAVE (1: 6) NOT = PERIODO
                             MOVE "10" TO FS-CWCONF
                        ELSE
                             PERFORM 215-GUARDA THRU 215-99-FIM
                        END-IF
                   END-IF
           END-PERFORM.

       210-99-FIM. EXIT.

       215-GUARDA.

           ADD  1 TO TOT-ITENS
           MOVE CWCONF-CHAVE (7: 3)   TO IT-ORDEM (TOT-ITENS)
           MOVE CWCONF-JOB-MENSAGEM   TO IT-DESCRICAO (TOT-ITENS)
           MOVE CWCONF-JOB-TIPO       TO IT-TIPO (TOT-ITENS)
           MOVE CWCONF-JOB            TO IT-JOB (TOT-ITENS)
           MOVE CWCONF-NIVEL-PS       TO IT-NIVEL (TOT-ITENS)
           MOVE CWCONF-AP-STATUS      TO IT-SITUACAO (TOT-ITENS)
           MOVE CWCONF-AP-APROVADOR   TO IT-RESPONSAVEL (TOT-ITENS)
           MOVE CWCONF-CHANGELOG-NOTA TO IT-NOTA (TOT-ITENS)
           MOVE 0 TO IT-DATA (TOT-ITENS)
                     IT-HORA (TOT-ITENS)
                     IT-ABERTURA (TOT-ITENS)
           IF   CWCONF-ULTIMO-LOGIN-DATA NUMERIC
                MOVE CWCONF-ULTIMO-LOGIN-DATA TO IT-DATA (TOT-ITENS)
                MOVE CWCONF-ULTIMO-LOGIN-HORA TO IT-HORA (TOT-ITENS)
           END-IF
           IF   CWCONF-LD-SINAL-DATA NUMERIC
                COMPUTE IT-ABERTURA (TOT-ITENS)
                      = CWCONF-LD-SINAL-DATA * 1000000
                      + CWCONF-LD-SINAL-HORA
           END-IF.

       215-99-FIM. EXIT.

      *    Percorre os itens na ordem: o marco de cada item e' a
      *    conclusao do anterior (ou a abertura do periodo).  Item
      *    automatico pendente procura no "JE" um termino OK do seu
      *    job iniciado depois do marco; o primeiro item que continua
      *    pendente para a conferencia - os seguintes esperam por ele
       220-ATUALIZA.

           MOVE 0 TO PROXIMO CONCLUIDOS
           IF   TOT-ITENS = 0
                GO TO 220-99-FIM
           END-IF
           MOVE IT-ABERTURA (1) TO MARCO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-ITENS
                                            OR PROXIMO NOT = 0
                   IF   IT-SITUACAO (I) NOT = "S"
                   AND  IT-TIPO (I) = "A"
                        PERFORM 230-PROCURA-JE THRU 230-99-FIM
                   END-IF
                   IF   IT-SITUACAO (I) = "S"
                        ADD 1 TO CONCLUIDOS
                        COMPUTE MARCO = IT-DATA (I) * 1000000
                                      + IT-HORA (I)
                   ELSE
                        MOVE I TO PROXIMO
                   END-IF
           END-PERFORM.

       220-99-FIM. EXIT.

       230-PROCURA-JE.

           MOVE "N"        TO ACHOU
           MOVE "JE"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE IT-JOB (I) TO CWCONF-CHAVE (1: 7)
           MOVE MARCO      TO CWCONF-CHAVE (8: 14)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JE")
                      OR ACHOU = "S"
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JE"
                        IF   CWCONF-CHAVE (1: 7) NOT = IT-JOB (I)
                             MOVE "10" TO FS-CWCONF
                        ELSE
                             IF   CWCONF-JOB-ULTIMO-RC = "S"
                             AND  CWCONF-LD-SINAL-DATA NUMERIC
                             AND  CWCONF-LD-SINAL-DATA NOT = 0
                                  MOVE "S" TO ACHOU
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           IF   ACHOU NOT = "S"
                GO TO 230-99-FIM
           END-IF

           MOVE "S"                  TO IT-SITUACAO (I)
           MOVE "Automatico (JE)"    TO IT-RESPONSAVEL (I)
           MOVE CWCONF-LD-SINAL-DATA TO IT-DATA (I)
           MOVE CWCONF-LD-SINAL-HORA TO IT-HORA (I)
           MOVE SPACES               TO IT-NOTA (I)
           STRING "Job " IT-JOB (I) " iniciado "
                  CWCONF-CHAVE (8: 8) " " CWCONF-CHAVE (16: 6)
                  DELIMITED BY SIZE
             INTO IT-NOTA (I)
           PERFORM 260-REGRAVA THRU 260-99-FIM
           MOVE SPACES TO OBS
           STRING "Fechamento " PERIODO " item " IT-ORDEM (I)
                  " concluido pelo job " IT-JOB (I) "."
                  DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS.

       230-99-FIM. EXIT.

       240-LISTA.

           MOVE 04  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE SPACES TO CWBOXS-TITLE
           MOVE CONCLUIDOS TO ED-1
           MOVE TOT-ITENS  TO ED-2
           MOVE PERIODO-MES TO PE-MES
           MOVE PERIODO-ANO TO PE-ANO
           STRING "Fechamento " PERIODO-ED ":" ED-1 " de" ED-2
                  DELIMITED BY SIZE
             INTO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE S = BASE + I
                   IF   S NOT > TOT-ITENS
                        MOVE IT-ORDEM (S)     TO FC-ORDEM
                        MOVE IT-TIPO (S)      TO FC-TIPO
                        MOVE IT-DESCRICAO (S) TO FC-DESCRICAO
                        EVALUATE TRUE
                            WHEN IT-SITUACAO (S) = "S"
                                 MOVE "OK " TO FC-SITUACAO
                            WHEN S = PROXIMO
                                 MOVE "-> " TO FC-SITUACAO
                            WHEN OTHER
                                 MOVE "   " TO FC-SITUACAO
                        END-EVALUATE
                        MOVE FC-LINHA TO CWBOXS-TEXT (I)
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-ITENS
                MOVE "--- mais ---" TO CWBOXS-TEXT (25)
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE TRUE
               WHEN CWBOXS-OPTION = 0
                    CONTINUE
               WHEN CWBOXS-OPTION = 25
                    ADD 24 TO BASE
                    IF   BASE NOT < TOT-ITENS
                         MOVE 0 TO BASE
                    END-IF
               WHEN OTHER
                    COMPUTE S = BASE + CWBOXS-OPTION
                    IF   S NOT > TOT-ITENS
                         PERFORM 250-DETALHE THRU 250-99-FIM
                    END-IF
           END-EVALUATE.

       240-99-FIM. EXIT.

      *    Detalhe do item; o proximo item pendente, se manual, pode
      *    ser assinado aqui por quem tem o nivel exigido
       250-DETALHE.

           MOVE 05 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 12 TO CWBOXW-VERTICAL-LENGTH
           MOVE 72 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 6 TO VIS-POS-LIN
           MOVE SPACES TO VIS-LINHA
           STRING "Item " IT-ORDEM (S) ": " IT-DESCRICAO (S)
                  DELIMITED BY SIZE
             INTO VIS-LINHA
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           ADD  1 TO VIS-POS-LIN
           MOVE SPACES TO VIS-LINHA
           IF   IT-TIPO (S) = "A"
                STRING "Automatico: job " IT-JOB (S)
                       " terminado OK (JE)" DELIMITED BY SIZE
                  INTO VIS-LINHA
           ELSE
                STRING "Manual: assinatura de nivel " IT-NIVEL (S)
                       " ou maior" DELIMITED BY SIZE
                  INTO VIS-LINHA
           END-IF
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           ADD  1 TO VIS-POS-LIN
           MOVE SPACES TO VIS-LINHA
           IF   IT-SITUACAO (S) = "S"
                SET CWTIME-EDIT  TO TRUE
                MOVE IT-DATA (S) TO CWTIME-DATE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                STRING "Concluido por " IT-RESPONSAVEL (S) " em "
                       CWTIME-DATE-EDITED " " IT-HORA (S) (1: 2) ":"
                       IT-HORA (S) (3: 2) DELIMITED BY SIZE
                  INTO VIS-LINHA
                CALL "CWMSGW" USING VIS-POS VIS-LINHA
                ADD  1 TO VIS-POS-LIN
                MOVE SPACES TO VIS-LINHA
                STRING "Obs: " IT-NOTA (S) DELIMITED BY SIZE
                  INTO VIS-LINHA
           ELSE
                IF   S = PROXIMO
                     MOVE "Pendente: proximo item do roteiro"
                       TO VIS-LINHA
                ELSE
                     MOVE "Pendente: aguarda os itens anteriores"
                       TO VIS-LINHA
                END-IF
           END-IF
           CALL "CWMSGW" USING VIS-POS VIS-LINHA

           IF   S = PROXIMO
           AND  IT-TIPO (S) = "M"
           AND  IT-SITUACAO (S) NOT = "S"
                PERFORM 255-ASSINA THRU 255-99-FIM
           ELSE
                MOVE "Item apenas para consulta" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       250-99-FIM. EXIT.

       255-ASSINA.

           IF   NIVEL-OPERADOR < IT-NIVEL (S)
                MOVE SPACES TO CWSEND-MSG
                STRING "Assinatura deste item exige nivel "
                       IT-NIVEL (S) " ou maior" DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 255-99-FIM
           END-IF
           CALL "CWMSGW" USING "120706" "Observacao:"
           MOVE SPACES TO MD-NOTA
           ACCEPT MD-NOTA AT 1318 WITH UPDATE
           MOVE SPACES TO CWSEND-MSG
           STRING "Assinar o item " IT-ORDEM (S) " como "
                  NOME DELIMITED BY SIZE
             INTO CWSEND-MSG
           MOVE SPACES        TO CWSEND-SCREENS
           MOVE "~Confirmar"  TO CWSEND-SCREEN (1)
           MOVE "~Voltar"     TO CWSEND-SCREEN (2)
           MOVE 2             TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           IF   CWSEND-OPTION NOT = 1
                MOVE SPACES TO CWSEND-SCREENS
                GO TO 255-99-FIM
           END-IF
           MOVE SPACES TO CWSEND-SCREENS

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL        TO IT-DATA (S)
           MOVE CWTIME-TIME-FINAL (1: 6) TO IT-HORA (S)
           MOVE SPACE                    TO CWTIME-TODAY-STATUS
           MOVE "S"     TO IT-SITUACAO (S)
           MOVE NOME    TO IT-RESPONSAVEL (S)
           MOVE MD-NOTA TO IT-NOTA (S)
           MOVE S       TO I
           PERFORM 260-REGRAVA THRU 260-99-FIM
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", assinou o item ' IT-ORDEM (S)
                  " do fechamento " PERIODO ": " IT-DESCRICAO (S)
                  DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           PERFORM 220-ATUALIZA THRU 220-99-FIM.

       255-99-FIM. EXIT.

       260-REGRAVA.

           MOVE "FC"         TO CWCONF-REG
           MOVE SPACES       TO CWCONF-CHAVE
           MOVE PERIODO      TO CWCONF-CHAVE (1: 6)
           MOVE IT-ORDEM (I) TO CWCONF-CHAVE (7: 3)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE IT-SITUACAO (I)    TO CWCONF-AP-STATUS
                MOVE IT-RESPONSAVEL (I) TO CWCONF-AP-APROVADOR
                MOVE IT-DATA (I)        TO CWCONF-ULTIMO-LOGIN-DATA
                MOVE IT-HORA (I)        TO CWCONF-ULTIMO-LOGIN-HORA
                MOVE IT-NOTA (I)        TO CWCONF-CHANGELOG-NOTA
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF.

       260-99-FIM. EXIT.

      *    Abertura: copia o modelo (000000) para o periodo
       300-ABRE-PERIODO.

           IF   NIVEL-OPERADOR < 8
                MOVE "Abertura de fechamento exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 300-99-FIM
           END-IF
           PERFORM 810-PEDE-PERIODO THRU 810-99-FIM
           IF   PERIODO = 0
                GO TO 300-99-FIM
           END-IF
           PERFORM 210-CARREGA THRU 210-99-FIM
           IF   TOT-ITENS NOT = 0
                MOVE "Periodo ja aberto" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 300-99-FIM
           END-IF
           MOVE PERIODO      TO PERIODO-NOVO
           MOVE 0            TO PERIODO
           PERFORM 210-CARREGA THRU 210-99-FIM
           MOVE PERIODO-NOVO TO PERIODO
           IF   TOT-ITENS = 0
                MOVE "Modelo do roteiro vazio" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 300-99-FIM
           END-IF

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL        TO HOJE
           MOVE CWTIME-TIME-FINAL (1: 6) TO AGORA
           MOVE SPACE                    TO CWTIME-TODAY-STATUS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-ITENS
                   MOVE LOW-VALUES TO CWCONF-REG
                   MOVE "FC"       TO CWCONF-TIPO
                   MOVE SPACES     TO CWCONF-CHAVE
                   MOVE PERIODO    TO CWCONF-CHAVE (1: 6)
                   MOVE IT-ORDEM (I)     TO CWCONF-CHAVE (7: 3)
                   MOVE IT-DESCRICAO (I) TO CWCONF-JOB-MENSAGEM
                   MOVE IT-TIPO (I)      TO CWCONF-JOB-TIPO
                   MOVE IT-JOB (I)       TO CWCONF-JOB
                   MOVE IT-NIVEL (I)     TO CWCONF-NIVEL-PS
                   MOVE SPACE            TO CWCONF-AP-STATUS
                   MOVE SPACES           TO CWCONF-AP-APROVADOR
                                            CWCONF-CHANGELOG-NOTA
                   MOVE 0                TO CWCONF-ULTIMO-LOGIN-DATA
                                            CWCONF-ULTIMO-LOGIN-HORA
                   MOVE HOJE             TO CWCONF-LD-SINAL-DATA
                   MOVE AGORA            TO CWCONF-LD-SINAL-HORA
                   SET CWSQLC-WRITE TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
           END-PERFORM
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", abriu o fechamento ' DELIMITED BY SIZE
                  PERIODO " com " TOT-ITENS " itens."
                  DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Periodo aberto a partir do modelo" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       300-99-FIM. EXIT.

      *    Modelo: inclui/altera o item pela ordem; descricao em
      *    branco exclui
       400-MODELO.

           IF   NIVEL-OPERADOR < 8
                MOVE "Modelo do roteiro exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 400-99-FIM
           END-IF
           MOVE 07 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 08 TO CWBOXW-VERTICAL-LENGTH
           MOVE 72 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "080506" "Ordem          :"
           CALL "CWMSGW" USING "090506" "Descricao      :"
           CALL "CWMSGW" USING "100506" "Tipo (A/M)     :"
           CALL "CWMSGW" USING "110506" "Job (A)        :"
           CALL "CWMSGW" USING "120506" "Nivel (M)      :"
           MOVE 0 TO MD-ORDEM
           ACCEPT MD-ORDEM AT 0823 WITH UPDATE
           IF   MD-ORDEM = 0
                GO TO 400-FECHA
           END-IF
           MOVE SPACES   TO MD-DESCRICAO MD-JOB
           MOVE "M"      TO MD-TIPO
           MOVE 1        TO MD-NIVEL
           MOVE "N"      TO ACHOU
           MOVE "FC"     TO CWCONF-REG
           MOVE SPACES   TO CWCONF-CHAVE
           MOVE "000000" TO CWCONF-CHAVE (1: 6)
           MOVE MD-ORDEM TO CWCONF-CHAVE (7: 3)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S"                 TO ACHOU
                MOVE CWCONF-JOB-MENSAGEM TO MD-DESCRICAO
                MOVE CWCONF-JOB-TIPO     TO MD-TIPO
                MOVE CWCONF-JOB          TO MD-JOB
                MOVE CWCONF-NIVEL-PS     TO MD-NIVEL
           END-IF
           ACCEPT MD-DESCRICAO AT 0923 WITH UPDATE
           IF   MD-DESCRICAO = SPACES
                PERFORM 420-EXCLUI THRU 420-99-FIM
                GO TO 400-FECHA
           END-IF
           ACCEPT MD-TIPO AT 1023 WITH UPDATE
           INSPECT MD-TIPO CONVERTING "am" TO "AM"
           IF   MD-TIPO NOT = "A" AND "M"
                MOVE "Tipo deve ser A (automatico) ou M (manual)"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 400-FECHA
           END-IF
           IF   MD-TIPO = "A"
                ACCEPT MD-JOB AT 1123 WITH UPDATE
                MOVE "JB"   TO CWCONF-REG
                MOVE SPACES TO CWCONF-CHAVE
                MOVE MD-JOB TO CWCONF-CHAVE (1: 7)
                SET CWSQLC-READ        TO TRUE
                SET CWSQLC-EQUAL       TO TRUE
                SET CWSQLC-IGNORE-LOCK TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                IF   MD-JOB = SPACES
                OR   FS-CWCONF NOT < "10"
                     MOVE "Job sem registro JB" TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                     GO TO 400-FECHA
                END-IF
                MOVE 0 TO MD-NIVEL
           ELSE
                MOVE SPACES TO MD-JOB
                ACCEPT MD-NIVEL AT 1223 WITH UPDATE
                IF   MD-NIVEL = 0
                     MOVE 1 TO MD-NIVEL
                END-IF
           END-IF
           PERFORM 410-GRAVA THRU 410-99-FIM.

       400-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.

       400-99-FIM. EXIT.

       410-GRAVA.

           MOVE "FC"     TO CWCONF-REG
           MOVE SPACES   TO CWCONF-CHAVE
           MOVE "000000" TO CWCONF-CHAVE (1: 6)
           MOVE MD-ORDEM TO CWCONF-CHAVE (7: 3)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "FC"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE "000000"   TO CWCONF-CHAVE (1: 6)
                MOVE MD-ORDEM   TO CWCONF-CHAVE (7: 3)
                MOVE SPACE      TO CWCONF-AP-STATUS
                MOVE SPACES     TO CWCONF-AP-APROVADOR
                                   CWCONF-CHANGELOG-NOTA
                MOVE 0          TO CWCONF-ULTIMO-LOGIN-DATA
                                   CWCONF-ULTIMO-LOGIN-HORA
                                   CWCONF-LD-SINAL-DATA
                                   CWCONF-LD-SINAL-HORA
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE MD-DESCRICAO TO CWCONF-JOB-MENSAGEM
           MOVE MD-TIPO      TO CWCONF-JOB-TIPO
           MOVE MD-JOB       TO CWCONF-JOB
           MOVE MD-NIVEL     TO CWCONF-NIVEL-PS
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", alterou o item ' MD-ORDEM
                  " do modelo de fechamento: " MD-DESCRICAO
                  DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Item do modelo gravado" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       410-99-FIM. EXIT.

       420-EXCLUI.

           IF   ACHOU NOT = "S"
                GO TO 420-99-FIM
           END-IF
           MOVE "FC"     TO CWCONF-REG
           MOVE SPACES   TO CWCONF-CHAVE
           MOVE "000000" TO CWCONF-CHAVE (1: 6)
           MOVE MD-ORDEM TO CWCONF-CHAVE (7: 3)
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                SET CWSQLC-DELETE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                MOVE SPACES TO OBS
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", excluiu o item ' MD-ORDEM
                       " do modelo de fechamento." DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE "Item do modelo excluido" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       420-99-FIM. EXIT.

       500-RELATORIO.

           MOVE PERIODO-MES TO PE-MES
           MOVE PERIODO-ANO TO PE-ANO
           MOVE "ROTEIRO DE FECHAMENTO MENSAL" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "PERIODO " PERIODO-ED
                  " - EVIDENCIA DE EXECUCAO E ASSINATURAS"
                  DELIMITED BY SIZE
             INTO CWIMPR-SUB-TITLE
           MOVE "Fechamento/Roteiro"     TO CWIMPR-NOTE
           SET  CWIMPR-SIZE-132          TO TRUE
           MOVE LINHA-FC-1               TO CWIMPR-HEADER-1
           MOVE "CWFECHA"                TO CWIMPR-REPORT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-ITENS
                                            OR CWIMPR-END-PRINT
                   MOVE IT-ORDEM (I)     TO FC-R-ORDEM
                   MOVE IT-TIPO (I)      TO FC-R-TIPO
                   MOVE IT-DESCRICAO (I) TO FC-R-DESCRICAO
                   MOVE SPACES           TO FC-R-JOB
                   IF   IT-TIPO (I) = "A"
                        MOVE IT-JOB (I)  TO FC-R-JOB
                   ELSE
                        MOVE "nivel"     TO FC-R-JOB
                        MOVE IT-NIVEL (I) TO FC-R-JOB (7: 1)
                   END-IF
                   MOVE SPACES TO FC-R-RESPONSAVEL FC-R-DATA
                                  FC-R-NOTA
                   MOVE 0      TO FC-R-HORA
                   EVALUATE TRUE
                       WHEN IT-SITUACAO (I) = "S"
                            MOVE "FEITO"    TO FC-R-SITUACAO
                            MOVE IT-RESPONSAVEL (I)
                              TO FC-R-RESPONSAVEL
                            SET CWTIME-EDIT  TO TRUE
                            MOVE IT-DATA (I) TO CWTIME-DATE
                            CALL "CWTIME" USING PARAMETROS-CWTIME
                            MOVE CWTIME-DATE-EDITED TO FC-R-DATA
                            MOVE IT-HORA (I) TO FC-R-HORA
                            MOVE IT-NOTA (I) TO FC-R-NOTA
                       WHEN I = PROXIMO
                            MOVE "PROXIMO"  TO FC-R-SITUACAO
                       WHEN OTHER
                            MOVE "PENDENTE" TO FC-R-SITUACAO
                   END-EVALUATE
                   MOVE LINHA-FC-2 TO CWIMPR-DETAIL
                   CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   IF   IT-SITUACAO (I) = "S"
                   AND  IT-NOTA (I) (16: ) NOT = SPACES
                        MOVE IT-NOTA (I) TO FC-R-NOTA-TODA
                        MOVE LINHA-FC-3  TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM
           IF   NOT CWIMPR-END-PRINT
                MOVE SPACES TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE "Itens do roteiro"   TO FC-ROTULO
                MOVE TOT-ITENS            TO FC-TOTAL
                MOVE LINHA-FC-4 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE "Itens concluidos"   TO FC-ROTULO
                MOVE CONCLUIDOS           TO FC-TOTAL
                MOVE LINHA-FC-4 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       500-99-FIM. EXIT.

       800-INICIAIS.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE 0 TO RETURN-CODE
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
           MOVE SPACES TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
           MOVE CWDTSB-MES-CONTABIL TO PERIODO

           DISPLAY "CWCRON"         UPON ENVIRONMENT-NAME
           ACCEPT  CRON             FROM ENVIRONMENT-VALUE
           DISPLAY "CWFECH_PERIODO" UPON ENVIRONMENT-NAME
           ACCEPT  PARM-PERIODO     FROM ENVIRONMENT-VALUE
           IF   PARM-PERIODO NUMERIC
           AND  PARM-PERIODO NOT = "000000"
                MOVE PARM-PERIODO TO PERIODO
           END-IF
           IF   CRON = "ON" OR "on"
                MOVE "S" TO LOTE
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.

       810-PEDE-PERIODO.

           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 46 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100718" "Periodo AAAAMM   :"
           ACCEPT PERIODO AT 1038 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   PERIODO NOT = 0
           AND  (PERIODO-MES < 1 OR PERIODO-MES > 12)
                MOVE "Periodo invalido" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 0 TO PERIODO
           END-IF.

       810-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWFECH.
