       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDBMK.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Copia mascarada de um arquivo de dados para  *
                      *  o ambiente de teste: le a origem (geracao do *
                      *  backup do CWDBKP), escolhe o layout "DD" de  *
                      *  cada registro pelo seletor (regra do CWDMNT) *
                      *  e embaralha pelo CWDDMK todo campo com       *
                      *  classe sensivel, de forma consistente (o     *
                      *  mesmo valor vira sempre o mesmo embaralhado, *
                      *  chaves e referencias continuam casando).     *
                      *  Sequencial (texto ou registros fixos): o     *
                      *  destino e' gravado de novo.  Indexado do     *
                      *  "02": a origem e' copiada para o destino e,  *
                      *  pelo CWDIDX, os registros saem todos e       *
                      *  entram de novo ja embaralhados (a chave pode *
                      *  mudar quando o campo "K" e' sensivel).       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORILIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-ORILIN.

           SELECT ORIREC ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-ORIREC.

           SELECT DESLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-DESLIN.

           SELECT DESREC ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-DESREC.

       DATA DIVISION.
       FILE SECTION.

       FD   ORILIN
            VALUE OF FILE-ID LB-ORIGEM.

       01   ORILIN-REG PIC X(2048).

       FD   ORIREC
            VALUE OF FILE-ID LB-ORIGEM
            RECORD VARYING FROM 1 TO 2048 DEPENDING ON TAM-LIDO.

       01   ORIREC-REG PIC X(2048).

       FD   DESLIN
            VALUE OF FILE-ID LB-DESTINO.

       01   DESLIN-REG PIC X(2048).

       FD   DESREC
            VALUE OF FILE-ID LB-DESTINO
            RECORD VARYING FROM 1 TO 2048 DEPENDING ON TAM-LIDO.

       01   DESREC-REG PIC X(2048).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-ORIGEM.
              10 FS-ORILIN             PIC  X(002) VALUE "00".
              10 FS-ORIREC             PIC  X(002) VALUE "00".
              10 LB-ORIGEM             PIC  X(255) VALUE SPACES.
           05 ER-DESTINO.
              10 FS-DESLIN             PIC  X(002) VALUE "00".
              10 FS-DESREC             PIC  X(002) VALUE "00".
              10 LB-DESTINO            PIC  X(255) VALUE SPACES.
           05 TAM-LIDO                 PIC  9(004) VALUE 0.
           05 TAM-REGISTRO             PIC  9(004) VALUE 0.
           05 I                        PIC  9(003) VALUE 0.
           05 FIM-DADOS                PIC  X(001) VALUE "N".
           05 MEXEU                    PIC  X(001) VALUE "N".
           05 FALHAS                   PIC  9(007) VALUE 0.
           05 REGISTRO                 PIC  X(2048) VALUE SPACES.
           05 COMANDO                  PIC  X(600) VALUE SPACES.
           05 BK-FILE-DETAILS.
              10 BK-FILE-SIZE          PIC 9(008) COMP-X.
              10 BK-FILE-DATE          PIC X(004).
              10 BK-FILE-TIME          PIC X(005).
           05 BK-STATUS                PIC  9(002) COMP-X VALUE 0.
      *    Registro "02" do arquivo
           05 INDEXADO                 PIC  X(001) VALUE SPACE.
           05 CHAVE-POS                PIC  9(004) VALUE 0.
           05 CHAVE-TAM                PIC  9(002) VALUE 0.
      *    Layouts "DD" com os seletores; de cada layout so ficam os
      *    campos com classe sensivel
           05 LX                       PIC  9(002) VALUE 0.
           05 LC                       PIC  9(002) VALUE 0.
           05 TOT-LAYOUTS              PIC  9(002) VALUE 0.
           05 TAB-LAYOUTS.
              10 LY-TB OCCURS 9.
                 15 LY-SEL-POS         PIC  9(004).
                 15 LY-SEL-TAM         PIC  9(002).
                 15 LY-SEL-VAL         PIC  X(020).
                 15 LY-TOT-CAMPOS      PIC  9(002).
                 15 LY-CP OCCURS 26.
                    20 LY-POSICAO      PIC  9(003).
                    20 LY-TAMANHO      PIC  9(003).
                    20 LY-TIPO         PIC  X(001).
                    20 LY-DECIMAIS     PIC  9(001).
                    20 LY-FORMATO      PIC  X(008).

       COPY CWUNIX.
       COPY CWCONF.
       COPY CWDIDX.
       COPY CWDDMK.

       LINKAGE SECTION.

       COPY CWDBMK.

       PROCEDURE DIVISION USING PARAMETROS-CWDBMK.

       000-INICIO.

           MOVE 0      TO CWDBMK-LIDOS CWDBMK-MASCARADOS
                          CWDBMK-CAMPOS FALHAS
           MOVE SPACES TO CWDBMK-MENSAGEM
           SET  CWDBMK-OK TO TRUE
           MOVE CWDBMK-ORIGEM  TO LB-ORIGEM
           MOVE CWDBMK-DESTINO TO LB-DESTINO
           IF   LB-DESTINO = SPACES
           OR   LB-DESTINO = LB-ORIGEM
                SET  CWDBMK-ERRO TO TRUE
                MOVE "Destino em branco ou igual a origem"
                  TO CWDBMK-MENSAGEM
                GO TO 000-99-FIM
           END-IF
           PERFORM 100-LE-02 THRU 100-99-FIM
           IF   CWDBMK-ERRO
                GO TO 000-99-FIM
           END-IF
           PERFORM 200-CARREGA-DD THRU 200-99-FIM
           IF   CWDBMK-ERRO
                GO TO 000-99-FIM
           END-IF
           IF   INDEXADO = "I"
                PERFORM 400-INDEXADO THRU 400-99-FIM
           ELSE
                PERFORM 300-SEQUENCIAL THRU 300-99-FIM
           END-IF
           IF   CWDBMK-OK
           AND  FALHAS > 0
                STRING FALHAS " registros nao gravados no destino"
                       DELIMITED BY SIZE INTO CWDBMK-MENSAGEM
           END-IF.

       000-99-FIM. GOBACK.

      *    Marca de indexado e chave primaria do "02"
       100-LE-02.

           MOVE "02"    TO CWCONF-REG
           MOVE SPACES  TO CWCONF-CHAVE
           MOVE CWDBMK-ARQUIVO TO CWCONF-ARQUIVO
           MOVE CWDBMK-ARQUIVO TO CWCONF-CHAVE (1: 30)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                SET  CWDBMK-ERRO TO TRUE
                MOVE "Arquivo sem registro 02" TO CWDBMK-MENSAGEM
                GO TO 100-99-FIM
           END-IF
           MOVE SPACE TO INDEXADO
           MOVE 0     TO CHAVE-POS CHAVE-TAM
           IF   CWCONF-JOB-TIPO = "I"
                MOVE "I" TO INDEXADO
                IF   CWCONF-PAGINA NUMERIC
                AND  CWCONF-QUADRO NUMERIC
                     MOVE CWCONF-PAGINA TO CHAVE-POS
                     MOVE CWCONF-QUADRO TO CHAVE-TAM
                END-IF
                IF   CHAVE-TAM = 0
                     SET  CWDBMK-ERRO TO TRUE
                     MOVE "Arquivo indexado sem chave no 02"
                       TO CWDBMK-MENSAGEM
                END-IF
           END-IF.

       100-99-FIM. EXIT.

      *    Layouts do arquivo (ate 9) e os campos sensiveis de cada um
       200-CARREGA-DD.

           MOVE 0 TO TAM-REGISTRO TOT-LAYOUTS
           MOVE "DD"    TO CWCONF-REG
           MOVE SPACES  TO CWCONF-CHAVE
           MOVE CWDBMK-ARQUIVO TO CWCONF-CHAVE (1: 30)
           MOVE "01"    TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR TOT-LAYOUTS = 9
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "DD"
                   AND  CWCONF-CHAVE (1: 30) = CWDBMK-ARQUIVO
                        PERFORM 210-GUARDA-LAYOUT THRU 210-99-FIM
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM
           IF   TOT-LAYOUTS = 0
                SET  CWDBMK-ERRO TO TRUE
                MOVE "Arquivo sem layout no dicionario (CWDDMN)"
                  TO CWDBMK-MENSAGEM
           END-IF
           IF   TAM-REGISTRO = 0
           OR   TAM-REGISTRO > 2048
                MOVE 2048 TO TAM-REGISTRO
           END-IF.

       200-99-FIM. EXIT.

       210-GUARDA-LAYOUT.

           ADD 1 TO TOT-LAYOUTS
           MOVE TOT-LAYOUTS TO LX
           IF   CWCONF-PAGINA NUMERIC
                MOVE CWCONF-PAGINA TO LY-SEL-POS (LX)
           ELSE
                MOVE 0 TO LY-SEL-POS (LX)
           END-IF
           IF   CWCONF-QUADRO NUMERIC
                MOVE CWCONF-QUADRO TO LY-SEL-TAM (LX)
           ELSE
                MOVE 0 TO LY-SEL-TAM (LX)
           END-IF
           MOVE CWCONF-TIPO-FORM TO LY-SEL-VAL (LX)
           MOVE 0 TO LY-TOT-CAMPOS (LX)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-SIZE-P-99 (I) > 0
                   AND  CWCONF-FATOR-P-99 (I) > 0
                        IF   CWCONF-SIZE-P-99 (I)
                           + CWCONF-FATOR-P-99 (I) - 1
                           > TAM-REGISTRO
                             COMPUTE TAM-REGISTRO =
                                     CWCONF-SIZE-P-99 (I)
                                   + CWCONF-FATOR-P-99 (I) - 1
                        END-IF
                        IF   CWCONF-PASS (I) (2: 5) NOT = SPACES
                        AND  CWCONF-PASS (I) (2: 5) NOT = LOW-VALUES
                             PERFORM 215-GUARDA-CAMPO THRU 215-99-FIM
                        END-IF
                   END-IF
           END-PERFORM.

       210-99-FIM. EXIT.

       215-GUARDA-CAMPO.

           ADD  1 TO LY-TOT-CAMPOS (LX)
                     CWDBMK-CAMPOS
           MOVE LY-TOT-CAMPOS (LX) TO LC
           MOVE CWCONF-SIZE-P-99 (I)  TO LY-POSICAO (LX LC)
           MOVE CWCONF-FATOR-P-99 (I) TO LY-TAMANHO (LX LC)
           MOVE CWCONF-CHECK (I)      TO LY-TIPO (LX LC)
           IF   CWCONF-NIVEL (I) NUMERIC
                MOVE CWCONF-NIVEL (I) TO LY-DECIMAIS (LX LC)
           ELSE
                MOVE 0 TO LY-DECIMAIS (LX LC)
           END-IF
           MOVE CWCONF-HELP (I) (1: 8) TO LY-FORMATO (LX LC).

       215-99-FIM. EXIT.

      *    Sequencial: le a origem e grava o destino registro a
      *    registro (registro fixo sai com o tamanho lido)
       300-SEQUENCIAL.

           IF   CWDBMK-ORG = "R"
                OPEN INPUT ORIREC
                IF   FS-ORIREC NOT = "00"
                     GO TO 300-FALHA-ORIGEM
                END-IF
                OPEN OUTPUT DESREC
                IF   FS-DESREC NOT = "00"
                     CLOSE ORIREC
                     GO TO 300-FALHA-DESTINO
                END-IF
           ELSE
                OPEN INPUT ORILIN
                IF   FS-ORILIN NOT = "00"
                     GO TO 300-FALHA-ORIGEM
                END-IF
                OPEN OUTPUT DESLIN
                IF   FS-DESLIN NOT = "00"
                     CLOSE ORILIN
                     GO TO 300-FALHA-DESTINO
                END-IF
           END-IF
           MOVE "N" TO FIM-DADOS
           PERFORM UNTIL FIM-DADOS = "S"
                   PERFORM 310-LE-REGISTRO THRU 310-99-FIM
                   IF   FIM-DADOS NOT = "S"
                        ADD 1 TO CWDBMK-LIDOS
                        PERFORM 500-EMBARALHA THRU 500-99-FIM
                        PERFORM 320-GRAVA THRU 320-99-FIM
                   END-IF
           END-PERFORM
           IF   CWDBMK-ORG = "R"
                CLOSE ORIREC DESREC
           ELSE
                CLOSE ORILIN DESLIN
           END-IF
           GO TO 300-99-FIM.

       300-FALHA-ORIGEM.

           SET  CWDBMK-ERRO TO TRUE
           STRING "Falha ao abrir " DELIMITED BY SIZE
                  LB-ORIGEM         DELIMITED BY SPACE
             INTO CWDBMK-MENSAGEM
           GO TO 300-99-FIM.

       300-FALHA-DESTINO.

           SET  CWDBMK-ERRO TO TRUE
           STRING "Falha ao criar " DELIMITED BY SIZE
                  LB-DESTINO        DELIMITED BY SPACE
             INTO CWDBMK-MENSAGEM.

       300-99-FIM. EXIT.

       310-LE-REGISTRO.

           MOVE SPACES TO REGISTRO
           IF   CWDBMK-ORG = "R"
                READ ORIREC
                IF   FS-ORIREC > "09"
                     MOVE "S" TO FIM-DADOS
                ELSE
                     MOVE ORIREC-REG (1: TAM-LIDO) TO REGISTRO
                END-IF
           ELSE
                READ ORILIN
                IF   FS-ORILIN > "09"
                     MOVE "S" TO FIM-DADOS
                ELSE
                     MOVE ORILIN-REG TO REGISTRO
                     MOVE 2048       TO TAM-LIDO
                END-IF
           END-IF.

       310-99-FIM. EXIT.

       320-GRAVA.

           IF   CWDBMK-ORG = "R"
                MOVE REGISTRO (1: TAM-LIDO) TO DESREC-REG
                WRITE DESREC-REG
                IF   FS-DESREC > "09"
                     ADD 1 TO FALHAS
                END-IF
           ELSE
                MOVE REGISTRO TO DESLIN-REG
                WRITE DESLIN-REG
                IF   FS-DESLIN > "09"
                     ADD 1 TO FALHAS
                END-IF
           END-IF.

       320-99-FIM. EXIT.

      *    Indexado: copia a origem, tira do destino todas as chaves
      *    (1a passada) e grava de novo os registros embaralhados
      *    (2a passada); em duas passadas a chave embaralhada nunca
      *    esbarra numa chave original ainda nao tratada
       400-INDEXADO.

           CALL "CWUNIX" USING PARAMETROS-CWUNIX
           MOVE SPACES TO COMANDO
           IF   CWUNIX-ON
                STRING "cp "      DELIMITED BY SIZE
                       LB-ORIGEM  DELIMITED BY SPACE
                       " "        DELIMITED BY SIZE
                       LB-DESTINO DELIMITED BY SPACE
                  INTO COMANDO
           ELSE
                STRING "copy /y " DELIMITED BY SIZE
                       LB-ORIGEM  DELIMITED BY SPACE
                       " "        DELIMITED BY SIZE
                       LB-DESTINO DELIMITED BY SPACE
                       " > NUL"   DELIMITED BY SIZE
                  INTO COMANDO
           END-IF
           CALL "CBL_DELETE_FILE" USING LB-DESTINO
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING COMANDO
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING LB-DESTINO
                                             BK-FILE-DETAILS
                                    RETURNING BK-STATUS
           IF   BK-STATUS NOT = 0
                SET  CWDBMK-ERRO TO TRUE
                STRING "Falha ao copiar para " DELIMITED BY SIZE
                       LB-DESTINO              DELIMITED BY SPACE
                  INTO CWDBMK-MENSAGEM
                GO TO 400-99-FIM
           END-IF

           MOVE 2            TO CWDIDX-CANAL
           MOVE LB-DESTINO   TO CWDIDX-ARQUIVO
           MOVE CHAVE-POS    TO CWDIDX-CHAVE-POS
           MOVE CHAVE-TAM    TO CWDIDX-CHAVE-TAM
           MOVE TAM-REGISTRO TO CWDIDX-TAMANHO
           SET CWSQLC-UPDATE TO TRUE
           SET CWSQLC-OPEN   TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                SET  CWDBMK-ERRO TO TRUE
                STRING "Falha ao abrir " DELIMITED BY SIZE
                       LB-DESTINO        DELIMITED BY SPACE
                  INTO CWDBMK-MENSAGEM
                GO TO 400-99-FIM
           END-IF

           PERFORM 410-ABRE-ORIGEM THRU 410-99-FIM
           IF   CWDBMK-ERRO
                GO TO 400-FECHA
           END-IF
           PERFORM UNTIL FIM-DADOS = "S"
                   PERFORM 420-LE-ORIGEM THRU 420-99-FIM
                   IF   FIM-DADOS NOT = "S"
                        MOVE 2        TO CWDIDX-CANAL
                        MOVE REGISTRO TO CWDIDX-REGISTRO
                        SET CWSQLC-DELETE TO TRUE
                        CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                   END-IF
           END-PERFORM

           PERFORM 410-ABRE-ORIGEM THRU 410-99-FIM
           IF   CWDBMK-ERRO
                GO TO 400-FECHA
           END-IF
           PERFORM UNTIL FIM-DADOS = "S"
                   PERFORM 420-LE-ORIGEM THRU 420-99-FIM
                   IF   FIM-DADOS NOT = "S"
                        ADD 1 TO CWDBMK-LIDOS
                        PERFORM 500-EMBARALHA THRU 500-99-FIM
                        MOVE 2        TO CWDIDX-CANAL
                        MOVE REGISTRO TO CWDIDX-REGISTRO
                        SET CWSQLC-WRITE TO TRUE
                        CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                        IF   CWDIDX-STATUS > "09"
                             ADD 1 TO FALHAS
                        END-IF
                   END-IF
           END-PERFORM
           MOVE 1 TO CWDIDX-CANAL
           SET CWSQLC-CLOSE TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX.

       400-FECHA.

           MOVE 2 TO CWDIDX-CANAL
           SET CWSQLC-CLOSE TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           MOVE 1 TO CWDIDX-CANAL.

       400-99-FIM. EXIT.

      *    Canal 1 so leitura na origem, do comeco da chave (abrir
      *    de novo fecha o anterior)
       410-ABRE-ORIGEM.

           MOVE "N"          TO FIM-DADOS
           MOVE 1            TO CWDIDX-CANAL
           MOVE LB-ORIGEM    TO CWDIDX-ARQUIVO
           MOVE CHAVE-POS    TO CWDIDX-CHAVE-POS
           MOVE CHAVE-TAM    TO CWDIDX-CHAVE-TAM
           MOVE TAM-REGISTRO TO CWDIDX-TAMANHO
           MOVE SPACE        TO CWSQLC-UPDATE-FLAG
           SET CWSQLC-OPEN TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                SET  CWDBMK-ERRO TO TRUE
                STRING "Falha ao abrir " DELIMITED BY SIZE
                       LB-ORIGEM         DELIMITED BY SPACE
                  INTO CWDBMK-MENSAGEM
                GO TO 410-99-FIM
           END-IF
           MOVE LOW-VALUES TO CWDIDX-REGISTRO
           SET CWSQLC-START TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                MOVE "S" TO FIM-DADOS
           END-IF.

       410-99-FIM. EXIT.

       420-LE-ORIGEM.

           MOVE SPACES TO REGISTRO
           MOVE 1 TO CWDIDX-CANAL
           SET CWSQLC-NEXT TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                MOVE "S" TO FIM-DADOS
           ELSE
                MOVE CWDIDX-REGISTRO TO REGISTRO
                MOVE TAM-REGISTRO    TO TAM-LIDO
           END-IF.

       420-99-FIM. EXIT.

      *    Layout do registro pelo seletor (casamento do codigo de
      *    tipo, senao o primeiro generico, senao o 1) e cada campo
      *    sensivel dele embaralhado no proprio REGISTRO
       500-EMBARALHA.

           IF   REGISTRO = SPACES
                GO TO 500-99-FIM
           END-IF
           MOVE 0 TO LX
           PERFORM VARYING LC FROM 1 BY 1 UNTIL LC > TOT-LAYOUTS
                                             OR LX > 0
                   IF   LY-SEL-TAM (LC) > 0
                   AND  LY-SEL-POS (LC) > 0
                   AND  LY-SEL-POS (LC) + LY-SEL-TAM (LC) - 1
                        NOT > 2048
                   AND  REGISTRO (LY-SEL-POS (LC): LY-SEL-TAM (LC))
                        = LY-SEL-VAL (LC) (1: LY-SEL-TAM (LC))
                        MOVE LC TO LX
                   END-IF
           END-PERFORM
           IF   LX = 0
                PERFORM VARYING LC FROM 1 BY 1 UNTIL LC > TOT-LAYOUTS
                                                  OR LX > 0
                        IF   LY-SEL-TAM (LC) = 0
                             MOVE LC TO LX
                        END-IF
                END-PERFORM
           END-IF
           IF   LX = 0
                MOVE 1 TO LX
           END-IF
           MOVE "N" TO MEXEU
           PERFORM VARYING LC FROM 1 BY 1 UNTIL LC > LY-TOT-CAMPOS (LX)
                   IF   LY-POSICAO (LX LC) + LY-TAMANHO (LX LC) - 1
                        NOT > TAM-LIDO
                        SET  CWDDMK-EMBARALHA    TO TRUE
                        MOVE LY-TIPO (LX LC)     TO CWDDMK-TIPO
                        MOVE LY-TAMANHO (LX LC)  TO CWDDMK-TAMANHO
                        MOVE LY-DECIMAIS (LX LC) TO CWDDMK-DECIMAIS
                        MOVE LY-FORMATO (LX LC)  TO CWDDMK-FORMATO
                        MOVE SPACES              TO CWDDMK-CAMPO
                        MOVE REGISTRO (LY-POSICAO (LX LC):
                                       LY-TAMANHO (LX LC))
                          TO CWDDMK-CAMPO (1: LY-TAMANHO (LX LC))
                        CALL "CWDDMK" USING PARAMETROS-CWDDMK
                        MOVE CWDDMK-CAMPO (1: LY-TAMANHO (LX LC))
                          TO REGISTRO (LY-POSICAO (LX LC):
                                       LY-TAMANHO (LX LC))
                        MOVE "S" TO MEXEU
                   END-IF
           END-PERFORM
           IF   MEXEU = "S"
                ADD 1 TO CWDBMK-MASCARADOS
           END-IF.

       500-99-FIM. EXIT.

       END PROGRAM CWDBMK.
