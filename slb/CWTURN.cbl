       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWTURN.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Livro de turno do operador ("TN", chave =    *
                      *  data + hora + task).  O operador anota       *
                      *  incidentes, ligacoes feitas e pendencias; na *
                      *  passagem de turno o programa junta num       *
                      *  relatorio so (CWTURNA) o estado da casa:     *
                      *  passos com falha no "JE" desde a passagem    *
                      *  anterior, impressoras pausadas pelo CWPQUE,  *
                      *  saidas retidas na fila "PQ", arquivos "02"   *
                      *  com capacidade critica, modo manutencao      *
                      *  "MM" armado e as anotacoes do turno.  Quem   *
                      *  entra aceita a passagem (outro operador que  *
                      *  nao o que passou), com data e hora.  O livro *
                      *  fica gravado e e' consultado por data, na    *
                      *  tela ou no relatorio CWTURNB.  Passagem e    *
                      *  aceite vao para a auditoria.                 *
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
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 HOJE                     PIC  9(008) VALUE 0.
           05 AGORA                    PIC  9(006) VALUE 0.
           05 MARCO                    PIC  9(014) VALUE 0.
           05 REDEFINES MARCO.
              10 MARCO-DATA            PIC  9(008).
              10 MARCO-HORA            PIC  9(006).
           05 INICIO-BUSCA             PIC  9(008) VALUE 0.
           05 DATA-CONSULTA            PIC  9(008) VALUE 0.
           05 SAIDA                    PIC  X(001) VALUE SPACE.
           05 ANOTACAO                 PIC  X(060) VALUE SPACES.
           05 ANOTACAO-TIPO            PIC  X(001) VALUE SPACE.
           05 CHAVE-PASSAGEM           PIC  X(020) VALUE SPACES.
           05 PASSOU                   PIC  X(030) VALUE SPACES.
           05 PASSAGEM-SITUACAO        PIC  X(001) VALUE SPACE.
           05 PASSAGEM-RESUMO          PIC  X(060) VALUE SPACES.
           05 TOT-FALHAS               PIC  9(003) VALUE 0.
           05 TOT-PAUSADAS             PIC  9(003) VALUE 0.
           05 TOT-RETIDOS              PIC  9(003) VALUE 0.
           05 TOT-CRITICOS             PIC  9(003) VALUE 0.
           05 MANUTENCAO               PIC  X(001) VALUE "N".
           05 TOT-NOTAS                PIC  9(003) VALUE 0.
           05 ED-HORA                  PIC  99B99B99 VALUE 0.
           05 ED-KB                    PIC  ZZZ.ZZZ.ZZ9 VALUE 0.
           05 ED-KB2                   PIC  ZZZ.ZZZ.ZZ9 VALUE 0.
           05 ED-RC                    PIC  ZZZZZZZZ9 VALUE 0.
           05 VIS-LINHA                PIC  X(070) VALUE SPACES.
           05 VIS-POS.
              10 VIS-POS-LIN           PIC  9(002) VALUE 0.
              10 FILLER                PIC  X(004) VALUE "0670".
      *    Tipos de anotacao
           05 TIPOS-NOMES.
              10 PIC X(011) VALUE "IIncidente ".
              10 PIC X(011) VALUE "LLigacao   ".
              10 PIC X(011) VALUE "PPendencia ".
              10 PIC X(011) VALUE "OOutros    ".
              10 PIC X(011) VALUE "HPassagem  ".
              10 PIC X(011) VALUE "AAceite    ".
           05 REDEFINES TIPOS-NOMES.
              10 TIPO-TB OCCURS 6.
                 15 TIPO-COD           PIC  X(001).
                 15 TIPO-NOME          PIC  X(010).
           05 TIPO-TEXTO               PIC  X(010) VALUE SPACES.
      *    Anotacoes da data consultada
           05 TOT-TELA                 PIC  9(003) VALUE 0.
           05 TABELA-TELA.
              10 TL-TB OCCURS 300.
                 15 TL-CHAVE           PIC  X(020).
                 15 TL-TIPO            PIC  X(001).
                 15 TL-NOME            PIC  X(030).
                 15 TL-TEXTO           PIC  X(060).
           05 TN-LINHA.
              10 TN-HORA               PIC  X(005) VALUE SPACES.
              10 FILLER                PIC  X(001) VALUE SPACE.
              10 TN-TIPO               PIC  X(001) VALUE SPACE.
              10 FILLER                PIC  X(001) VALUE SPACE.
              10 TN-NOME               PIC  X(010) VALUE SPACES.
              10 FILLER                PIC  X(001) VALUE SPACE.
              10 TN-TEXTO              PIC  X(021) VALUE SPACES.

       01  LINHAS-DE-IMPRESSAO-TN.
       02  LINHA-TN-1.
           05 TN-R-SECAO               PIC  X(132) VALUE SPACES.
       02  LINHA-TN-2.
           05 FILLER                   PIC  X(003) VALUE SPACES.
           05 TN-R-DETALHE             PIC  X(129) VALUE SPACES.
       02  LINHA-TN-3.
           05 TN-R-DATA                PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 TN-R-HORA                PIC  99B99B99 VALUE 0.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 TN-R-TIPO                PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 TN-R-NOME                PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 TN-R-TEXTO               PIC  X(060) VALUE SPACES.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWTIME.
       COPY CWIMPR.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           PERFORM 100-MENU     THRU 100-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           PERFORM 900-FINAIS   THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-MENU.

           MOVE 10  TO CWBOXS-LINE
                       CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Livro de turno:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Anotar no livro"       TO CWBOXS-TEXT (1)
           MOVE "~Passar o turno"        TO CWBOXS-TEXT (2)
           MOVE "a~Ceitar a passagem"    TO CWBOXS-TEXT (3)
           MOVE "c~Onsultar por data"    TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 200-ANOTA    THRU 200-99-FIM
               WHEN 2 PERFORM 300-PASSA    THRU 300-99-FIM
               WHEN 3 PERFORM 500-ACEITA   THRU 500-99-FIM
               WHEN 4 PERFORM 600-CONSULTA THRU 600-99-FIM
           END-EVALUATE
           IF   CWBOXS-OPTION NOT = 0
                MOVE 1 TO CWBOXS-OPTION
           END-IF.

       100-99-FIM. EXIT.

       200-ANOTA.

           MOVE 12  TO CWBOXS-LINE
           MOVE 14  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Tipo da anotacao:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Incidente"             TO CWBOXS-TEXT (1)
           MOVE "~Ligacao feita"         TO CWBOXS-TEXT (2)
           MOVE "~Pendencia"             TO CWBOXS-TEXT (3)
           MOVE "~Outros"                TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
           OR   CWBOXS-OPTION > 4
                GO TO 200-99-FIM
           END-IF
           MOVE TIPO-COD (CWBOXS-OPTION) TO ANOTACAO-TIPO
           MOVE 09 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 72 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100506" "Texto:"
           MOVE SPACES TO ANOTACAO
           ACCEPT ANOTACAO AT 1112 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   ANOTACAO = SPACES
                GO TO 200-99-FIM
           END-IF
           PERFORM 210-GRAVA THRU 210-99-FIM
           MOVE "Anotado no livro de turno" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       200-99-FIM. EXIT.

      *    Grava uma linha do livro (ANOTACAO-TIPO/ANOTACAO); hora
      *    repetida na mesma task anda um segundo
       210-GRAVA.

           PERFORM 820-AGORA THRU 820-99-FIM
           MOVE "23" TO FS-CWCONF
           PERFORM UNTIL FS-CWCONF < "10"
                   MOVE "TN"       TO CWCONF-REG
                   MOVE SPACES     TO CWCONF-CHAVE
                   MOVE HOJE       TO CWCONF-CHAVE (1: 8)
                   MOVE AGORA      TO CWCONF-CHAVE (9: 6)
                   MOVE TASK       TO CWCONF-CHAVE (15: 6)
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-EQUAL       TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                        ADD  1 TO AGORA
                        MOVE "23" TO FS-CWCONF
                   ELSE
                        MOVE "00" TO FS-CWCONF
                   END-IF
           END-PERFORM
           MOVE LOW-VALUES     TO CWCONF-REG
           MOVE "TN"           TO CWCONF-TIPO
           MOVE SPACES         TO CWCONF-CHAVE
           MOVE HOJE           TO CWCONF-CHAVE (1: 8)
           MOVE AGORA          TO CWCONF-CHAVE (9: 6)
           MOVE TASK           TO CWCONF-CHAVE (15: 6)
           MOVE ANOTACAO-TIPO  TO CWCONF-JOB-TIPO
           MOVE ANOTACAO       TO CWCONF-JOB-PARAMETRO
           MOVE NOME           TO CWCONF-NOME
           MOVE SPACE          TO CWCONF-AP-STATUS
           MOVE SPACES         TO CWCONF-AP-APROVADOR
                                  CWCONF-JOB-MENSAGEM
           MOVE 0              TO CWCONF-ULTIMO-LOGIN-DATA
                                  CWCONF-ULTIMO-LOGIN-HORA
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE CWCONF-CHAVE (1: 20) TO CHAVE-PASSAGEM.

       210-99-FIM. EXIT.

      *    Passagem: relatorio do estado da casa desde a passagem
      *    anterior (ou das ultimas 24 horas) e registro "H"
       300-PASSA.

           PERFORM 310-ULTIMA-PASSAGEM THRU 310-99-FIM
           IF   CHAVE-PASSAGEM NOT = SPACES
           AND  PASSAGEM-SITUACAO NOT = "A"
                MOVE SPACES TO CWSEND-MSG
                STRING "A passagem anterior, de "
                       PASSOU DELIMITED BY "  "
                       ", ainda nao foi aceita" DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF
           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           MOVE "Passar o turno e emitir o relatorio de passagem?"
             TO CWSEND-MSG
           MOVE "~Confirmar" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE 2            TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           IF   CWSEND-OPTION NOT = 1
                GO TO 300-99-FIM
           END-IF

           PERFORM 820-AGORA THRU 820-99-FIM
           MOVE "PASSAGEM DE TURNO" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           SET CWTIME-EDIT TO TRUE
           MOVE MARCO-DATA TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE MARCO-HORA TO ED-HORA
           STRING "DESDE " CWTIME-DATE-EDITED " " ED-HORA
                  " - OPERADOR " DELIMITED BY SIZE
                  NOME DELIMITED BY "  "
             INTO CWIMPR-SUB-TITLE
           MOVE "Operacao/Turno"  TO CWIMPR-NOTE
           SET  CWIMPR-SIZE-132   TO TRUE
           MOVE SPACES            TO CWIMPR-HEADER-1
           MOVE "CWTURNA"         TO CWIMPR-REPORT

           PERFORM 320-FALHAS     THRU 320-99-FIM
           PERFORM 330-PAUSADAS   THRU 330-99-FIM
           PERFORM 340-RETIDOS    THRU 340-99-FIM
           PERFORM 350-CRITICOS   THRU 350-99-FIM
           PERFORM 360-MANUTENCAO THRU 360-99-FIM
           PERFORM 370-ANOTACOES  THRU 370-99-FIM

           MOVE SPACES TO PASSAGEM-RESUMO
           STRING "Falhas " TOT-FALHAS " pausadas " TOT-PAUSADAS
                  " retidos " TOT-RETIDOS " criticos " TOT-CRITICOS
                  " manutencao " MANUTENCAO DELIMITED BY SIZE
             INTO PASSAGEM-RESUMO
           MOVE "H"             TO ANOTACAO-TIPO
           MOVE PASSAGEM-RESUMO TO ANOTACAO
           PERFORM 210-GRAVA THRU 210-99-FIM
           MOVE "Passagem aguardando aceite de outro operador"
             TO TN-R-SECAO
           PERFORM 390-SECAO THRU 390-99-FIM
           IF   NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", passou o turno: ' PASSAGEM-RESUMO
                  DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Passagem registrada - relatorio CWTURNA emitido"
             TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       300-99-FIM. EXIT.

      *    Ultima passagem "H" dos ultimos 31 dias: MARCO = quando;
      *    sem nenhuma, MARCO = ontem a esta hora
       310-ULTIMA-PASSAGEM.

           PERFORM 820-AGORA THRU 820-99-FIM
           MOVE SPACES TO CHAVE-PASSAGEM PASSOU
           MOVE SPACE  TO PASSAGEM-SITUACAO
           SET  CWTIME-NORMAL        TO TRUE
           SET  CWTIME-SUBTRACT-DAYS TO TRUE
           MOVE HOJE                 TO CWTIME-DATE
           MOVE 1                    TO CWTIME-DAYS
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL    TO MARCO-DATA
           MOVE AGORA                TO MARCO-HORA
           SET  CWTIME-NORMAL        TO TRUE
           SET  CWTIME-SUBTRACT-DAYS TO TRUE
           MOVE HOJE                 TO CWTIME-DATE
           MOVE 31                   TO CWTIME-DAYS
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL    TO INICIO-BUSCA
           MOVE SPACE                TO CWTIME-DAYS-STATUS

           MOVE "TN"         TO CWCONF-REG
           MOVE SPACES       TO CWCONF-CHAVE
           MOVE INICIO-BUSCA TO CWCONF-CHAVE (1: 8)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "TN")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "TN"
                   AND  CWCONF-JOB-TIPO = "H"
                        MOVE CWCONF-CHAVE (1: 20) TO CHAVE-PASSAGEM
                        MOVE CWCONF-CHAVE (1: 14) TO MARCO
                        MOVE CWCONF-NOME          TO PASSOU
                        MOVE CWCONF-AP-STATUS     TO PASSAGEM-SITUACAO
                        MOVE CWCONF-JOB-PARAMETRO TO PASSAGEM-RESUMO
                   END-IF
           END-PERFORM.

       310-99-FIM. EXIT.

       320-FALHAS.

           MOVE 0 TO TOT-FALHAS
           MOVE "Passos com falha no journal (JE)" TO TN-R-SECAO
           PERFORM 390-SECAO THRU 390-99-FIM
           MOVE "JE" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JE")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JE"
                   AND  CWCONF-JOB-ULTIMO-RC = "N"
                   AND  CWCONF-CHAVE (8: 14) NOT < MARCO
                        ADD  1 TO TOT-FALHAS
                        SET CWTIME-EDIT TO TRUE
                        MOVE CWCONF-ULTIMO-LOGIN-DATA TO CWTIME-DATE
                        CALL "CWTIME" USING PARAMETROS-CWTIME
                        MOVE CWCONF-ULTIMO-LOGIN-HORA TO ED-HORA
                        MOVE CWCONF-UC-CONTADOR       TO ED-RC
                        MOVE SPACES TO TN-R-DETALHE
                        STRING CWCONF-CHAVE (1: 7) "  inicio "
                               CWTIME-DATE-EDITED " " ED-HORA
                               "  RC " ED-RC "  "
                               CWCONF-JOB-MODULO DELIMITED BY SIZE
                          INTO TN-R-DETALHE
                        PERFORM 395-DETALHE THRU 395-99-FIM
                   END-IF
           END-PERFORM
           IF   TOT-FALHAS = 0
                MOVE "nenhum" TO TN-R-DETALHE
                PERFORM 395-DETALHE THRU 395-99-FIM
           END-IF.

       320-99-FIM. EXIT.

       330-PAUSADAS.

           MOVE 0 TO TOT-PAUSADAS
           MOVE "Impressoras pausadas (CWPQUE)" TO TN-R-SECAO
           PERFORM 390-SECAO THRU 390-99-FIM
           MOVE "03" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "03")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "03"
                   AND  CWCONF-DESTRAVA = "P"
                        ADD  1 TO TOT-PAUSADAS
                        MOVE SPACES TO TN-R-DETALHE
                        STRING CWCONF-ARQUIVO (1: 8) "  "
                               CWCONF-LABEL DELIMITED BY SIZE
                          INTO TN-R-DETALHE
                        PERFORM 395-DETALHE THRU 395-99-FIM
                   END-IF
           END-PERFORM
           IF   TOT-PAUSADAS = 0
                MOVE "nenhuma" TO TN-R-DETALHE
                PERFORM 395-DETALHE THRU 395-99-FIM
           END-IF.

       330-99-FIM. EXIT.

       340-RETIDOS.

           MOVE 0 TO TOT-RETIDOS
           MOVE "Saidas retidas na fila de impressao (PQ)"
             TO TN-R-SECAO
           PERFORM 390-SECAO THRU 390-99-FIM
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
                   AND  (CWCONF-AP-STATUS = "H" OR "G" OR "F")
                        ADD  1 TO TOT-RETIDOS
                        MOVE SPACES TO TN-R-DETALHE
                        STRING CWCONF-CHAVE (1: 8) "  "
                               CWCONF-RELATORIO "  "
                               CWCONF-NOME "  "
                               CWCONF-CHAVE (11: 8) " "
                               CWCONF-CHAVE (19: 6) DELIMITED BY SIZE
                          INTO TN-R-DETALHE
                        IF   CWCONF-AP-STATUS = "G"
                             MOVE "(sigiloso)" TO TN-R-DETALHE (80: )
                        END-IF
                        IF   CWCONF-AP-STATUS = "F"
                             MOVE "(aguardando formulario)"
                               TO TN-R-DETALHE (80: )
                        END-IF
                        PERFORM 395-DETALHE THRU 395-99-FIM
                   END-IF
           END-PERFORM
           IF   TOT-RETIDOS = 0
                MOVE "nenhuma" TO TN-R-DETALHE
                PERFORM 395-DETALHE THRU 395-99-FIM
           END-IF.

       340-99-FIM. EXIT.

       350-CRITICOS.

           MOVE 0 TO TOT-CRITICOS
           MOVE "Arquivos com capacidade critica" TO TN-R-SECAO
           PERFORM 390-SECAO THRU 390-99-FIM
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
                        ADD  1 TO TOT-CRITICOS
                        MOVE CWCONF-TAMANHO-ULTIMO-KB TO ED-KB
                        MOVE CWCONF-TAMANHO-LIMITE-KB TO ED-KB2
                        MOVE SPACES TO TN-R-DETALHE
                        STRING CWCONF-ARQUIVO "  atual " ED-KB
                               " KB  limite " ED-KB2 " KB"
                               DELIMITED BY SIZE
                          INTO TN-R-DETALHE
                        PERFORM 395-DETALHE THRU 395-99-FIM
                   END-IF
           END-PERFORM
           IF   TOT-CRITICOS = 0
                MOVE "nenhum" TO TN-R-DETALHE
                PERFORM 395-DETALHE THRU 395-99-FIM
           END-IF.

       350-99-FIM. EXIT.

       360-MANUTENCAO.

           MOVE "N" TO MANUTENCAO
           MOVE "Modo manutencao (MM)" TO TN-R-SECAO
           PERFORM 390-SECAO THRU 390-99-FIM
           MOVE "MM"    TO CWCONF-REG
           MOVE SPACES  TO CWCONF-CHAVE
           MOVE "MANUT" TO CWCONF-CHAVE (1: 5)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO TN-R-DETALHE
           IF   FS-CWCONF < "10"
                MOVE "S" TO MANUTENCAO
                SET CWTIME-EDIT TO TRUE
                MOVE CWCONF-ULTIMO-LOGIN-DATA TO CWTIME-DATE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                MOVE CWCONF-ULTIMO-LOGIN-HORA TO ED-HORA
                STRING "ARMADO por " CWCONF-NOME " em "
                       CWTIME-DATE-EDITED " " ED-HORA ": "
                       CWCONF-PERGUNTA DELIMITED BY SIZE
                  INTO TN-R-DETALHE
           ELSE
                MOVE "desarmado" TO TN-R-DETALHE
           END-IF
           PERFORM 395-DETALHE THRU 395-99-FIM.

       360-99-FIM. EXIT.

       370-ANOTACOES.

           MOVE 0 TO TOT-NOTAS
           MOVE "Anotacoes do turno" TO TN-R-SECAO
           PERFORM 390-SECAO THRU 390-99-FIM
           MOVE "TN"  TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE MARCO TO CWCONF-CHAVE (1: 14)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "TN")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "TN"
                   AND  CWCONF-CHAVE (1: 20) NOT = CHAVE-PASSAGEM
                        ADD 1 TO TOT-NOTAS
                        PERFORM 380-LINHA-LIVRO THRU 380-99-FIM
                   END-IF
           END-PERFORM
           IF   TOT-NOTAS = 0
                MOVE "nenhuma" TO TN-R-DETALHE
                PERFORM 395-DETALHE THRU 395-99-FIM
           END-IF.

       370-99-FIM. EXIT.

       380-LINHA-LIVRO.

           IF   CWIMPR-END-PRINT
                GO TO 380-99-FIM
           END-IF
           PERFORM 610-NOME-TIPO THRU 610-99-FIM
           SET CWTIME-EDIT TO TRUE
           MOVE CWCONF-CHAVE (1: 8) TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED   TO TN-R-DATA
           MOVE CWCONF-CHAVE (9: 6)  TO TN-R-HORA
           MOVE TIPO-TEXTO           TO TN-R-TIPO
           MOVE CWCONF-NOME          TO TN-R-NOME
           MOVE CWCONF-JOB-PARAMETRO TO TN-R-TEXTO
           MOVE LINHA-TN-3 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           IF   CWCONF-JOB-TIPO = "H"
           AND  CWCONF-AP-STATUS = "A"
           AND  NOT CWIMPR-END-PRINT
                SET CWTIME-EDIT TO TRUE
                MOVE CWCONF-ULTIMO-LOGIN-DATA TO CWTIME-DATE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                MOVE CWCONF-ULTIMO-LOGIN-HORA TO ED-HORA
                MOVE SPACES TO TN-R-DETALHE
                STRING "          aceita por " CWCONF-AP-APROVADOR
                       " em " CWTIME-DATE-EDITED " " ED-HORA
                       DELIMITED BY SIZE
                  INTO TN-R-DETALHE
                PERFORM 395-DETALHE THRU 395-99-FIM
           END-IF.

       380-99-FIM. EXIT.

       390-SECAO.

           IF   CWIMPR-END-PRINT
                GO TO 390-99-FIM
           END-IF
           MOVE SPACES     TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE LINHA-TN-1 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       390-99-FIM. EXIT.

       395-DETALHE.

           IF   CWIMPR-END-PRINT
                GO TO 395-99-FIM
           END-IF
           MOVE LINHA-TN-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       395-99-FIM. EXIT.

      *    Aceite da ultima passagem pelo operador que entra
       500-ACEITA.

           PERFORM 310-ULTIMA-PASSAGEM THRU 310-99-FIM
           IF   CHAVE-PASSAGEM = SPACES
           OR   PASSAGEM-SITUACAO = "A"
                MOVE "Nenhuma passagem aguardando aceite"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 500-99-FIM
           END-IF
           IF   PASSOU = NOME
                MOVE "A passagem deve ser aceita por outro operador"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 500-99-FIM
           END-IF
           MOVE 09 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 04 TO CWBOXW-VERTICAL-LENGTH
           MOVE 72 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           SET CWTIME-EDIT TO TRUE
           MOVE MARCO-DATA TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE MARCO-HORA TO ED-HORA
           MOVE 10 TO VIS-POS-LIN
           MOVE SPACES TO VIS-LINHA
           STRING "Passagem de " PASSOU " em "
                  CWTIME-DATE-EDITED " " ED-HORA DELIMITED BY SIZE
             INTO VIS-LINHA
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           ADD  1 TO VIS-POS-LIN
           MOVE PASSAGEM-RESUMO TO VIS-LINHA
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           STRING "Aceitar a passagem como " NOME DELIMITED BY "  "
                  "?" DELIMITED BY SIZE
             INTO CWSEND-MSG
           MOVE "~Confirmar" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE 2            TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   CWSEND-OPTION NOT = 1
                GO TO 500-99-FIM
           END-IF

           PERFORM 820-AGORA THRU 820-99-FIM
           MOVE "TN"           TO CWCONF-REG
           MOVE SPACES         TO CWCONF-CHAVE
           MOVE CHAVE-PASSAGEM TO CWCONF-CHAVE (1: 20)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "A"   TO CWCONF-AP-STATUS
                MOVE NOME  TO CWCONF-AP-APROVADOR
                MOVE HOJE  TO CWCONF-ULTIMO-LOGIN-DATA
                MOVE AGORA TO CWCONF-ULTIMO-LOGIN-HORA
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF
           MOVE "A"    TO ANOTACAO-TIPO
           MOVE SPACES TO ANOTACAO
           STRING "Aceite da passagem de " PASSOU DELIMITED BY "  "
             INTO ANOTACAO
           PERFORM 210-GRAVA THRU 210-99-FIM
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", aceitou a passagem de turno de ' DELIMITED BY SIZE
                  PASSOU DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Passagem aceita" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       500-99-FIM. EXIT.

       600-CONSULTA.

           PERFORM 820-AGORA THRU 820-99-FIM
           MOVE HOJE TO DATA-CONSULTA
           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 46 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100718" "Data AAAAMMDD    :"
           ACCEPT DATA-CONSULTA AT 1038 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   DATA-CONSULTA = 0
                GO TO 600-99-FIM
           END-IF

           MOVE 10  TO CWBOXS-LINE
                       CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Consulta:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Tela"      TO CWBOXS-TEXT (1)
           MOVE "~Relatorio" TO CWBOXS-TEXT (2)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 MOVE "T" TO SAIDA
               WHEN 2 MOVE "R" TO SAIDA
               WHEN OTHER GO TO 600-99-FIM
           END-EVALUATE

           IF   SAIDA = "R"
                MOVE "LIVRO DE TURNO" TO CWIMPR-TITLE
                MOVE SPACES TO CWIMPR-SUB-TITLE
                SET CWTIME-EDIT TO TRUE
                MOVE DATA-CONSULTA TO CWTIME-DATE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                STRING "ANOTACOES DE " CWTIME-DATE-EDITED
                       DELIMITED BY SIZE
                  INTO CWIMPR-SUB-TITLE
                MOVE "Operacao/Turno"  TO CWIMPR-NOTE
                SET  CWIMPR-SIZE-132   TO TRUE
                MOVE SPACES            TO CWIMPR-HEADER-1
                MOVE "CWTURNB"         TO CWIMPR-REPORT
           END-IF
           MOVE 0      TO TOT-TELA
           MOVE "TN"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE DATA-CONSULTA TO CWCONF-CHAVE (1: 8)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "TN")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "TN"
                        IF   CWCONF-CHAVE (1: 8) NOT = DATA-CONSULTA
                             MOVE "10" TO FS-CWCONF
                        ELSE
                             IF   SAIDA = "R"
                                  PERFORM 380-LINHA-LIVRO
                                     THRU 380-99-FIM
                             END-IF
                             IF   TOT-TELA < 300
                                  ADD  1 TO TOT-TELA
                                  MOVE CWCONF-CHAVE (1: 20)
                                    TO TL-CHAVE (TOT-TELA)
                                  MOVE CWCONF-JOB-TIPO
                                    TO TL-TIPO (TOT-TELA)
                                  MOVE CWCONF-NOME
                                    TO TL-NOME (TOT-TELA)
                                  MOVE CWCONF-JOB-PARAMETRO
                                    TO TL-TEXTO (TOT-TELA)
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           IF   SAIDA = "R"
                IF   NOT CWIMPR-END-PRINT
                     SET CWIMPR-CLOSE TO TRUE
                     CALL "CWIMPR" USING PARAMETROS-CWIMPR
                END-IF
                GO TO 600-99-FIM
           END-IF
           IF   TOT-TELA = 0
                MOVE "Nenhuma anotacao nesta data" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 600-99-FIM
           END-IF
           MOVE 0 TO BASE
           MOVE 1 TO CWBOXS-OPTION
           PERFORM 620-LISTA THRU 620-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           MOVE 1 TO CWBOXS-OPTION.

       600-99-FIM. EXIT.

       610-NOME-TIPO.

           MOVE CWCONF-JOB-TIPO TO TIPO-TEXTO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                   IF   TIPO-COD (I) = CWCONF-JOB-TIPO
                        MOVE TIPO-NOME (I) TO TIPO-TEXTO
                   END-IF
           END-PERFORM.

       610-99-FIM. EXIT.

       620-LISTA.

           MOVE 04  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Livro de turno:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE S = BASE + I
                   IF   S NOT > TOT-TELA
                        MOVE SPACES TO TN-HORA
                        STRING TL-CHAVE (S) (9: 2) ":"
                               TL-CHAVE (S) (11: 2)
                               DELIMITED BY SIZE
                          INTO TN-HORA
                        MOVE TL-TIPO (S)  TO TN-TIPO
                        MOVE TL-NOME (S)  TO TN-NOME
                        MOVE TL-TEXTO (S) TO TN-TEXTO
                        MOVE TN-LINHA     TO CWBOXS-TEXT (I)
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-TELA
                MOVE "--- mais ---" TO CWBOXS-TEXT (25)
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE TRUE
               WHEN CWBOXS-OPTION = 0
                    CONTINUE
               WHEN CWBOXS-OPTION = 25
                    ADD 24 TO BASE
                    IF   BASE NOT < TOT-TELA
                         MOVE 0 TO BASE
                    END-IF
               WHEN OTHER
                    COMPUTE S = BASE + CWBOXS-OPTION
                    IF   S NOT > TOT-TELA
                         MOVE SPACES TO CWSEND-MSG
                         STRING TL-NOME (S) DELIMITED BY "  "
                                ": " TL-TEXTO (S) DELIMITED BY SIZE
                           INTO CWSEND-MSG
                         CALL "CWSEND" USING PARAMETROS-CWSEND
                    END-IF
           END-EVALUATE.

       620-99-FIM. EXIT.

       800-INICIAIS.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.

       820-AGORA.

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL        TO HOJE
           MOVE CWTIME-TIME-FINAL (1: 6) TO AGORA
           MOVE SPACE                    TO CWTIME-TODAY-STATUS.

       820-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWTURN.
