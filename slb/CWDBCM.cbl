       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDBCM.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Comparacao registro a registro entre uma     *
                      *  geracao do backup (CWDBKP, .G0n no diretorio *
                      *  CWDBKP_PATH) e o arquivo atual do mesmo      *
                      *  registro "02".  Os dois lados sao postos em  *
                      *  ordem pela chave do dicionario (campos "K"   *
                      *  do layout 01 do "DD") e casados como no      *
                      *  CWCFCM: so no backup = excluido depois, so   *
                      *  no atual = incluido depois, mesma chave com  *
                      *  conteudo diferente = alterado, com o valor   *
                      *  antigo e o novo de cada campo diferente      *
                      *  (pelo layout que o seletor do registro       *
                      *  escolhe; sinal, compactado, binario e data   *
                      *  editados pelo CWDDCV).  Pode limitar a ate 5 *
                      *  faixas de chave (ate em branco = ate o fim;  *
                      *  ate parcial vale como prefixo) e a campos    *
                      *  escolhidos.  Relatorio via CWIMPR.  Arquivo  *
                      *  indexado do "02" e' lido pelo CWDIDX;        *
                      *  sequencial como texto ou, com CWDBCM_ORG=R,  *
                      *  como registros fixos.                        *
                      *  Campo (ou chave) com classe sensivel ("DS")  *
                      *  sai mascarado para quem nao esta nos grupos  *
                      *  da classe (CWDDMK); listagem em claro vai    *
                      *  para a auditoria.                            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DADLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-DADLIN.

           SELECT DADREC ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-DADREC.

           SELECT ORDGER ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-ORDGER.

           SELECT ORDATU ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-ORDATU.

           SELECT SORTWK ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD   DADLIN
            VALUE OF FILE-ID LB-DADOS.

       01   DADLIN-REG PIC X(2048).

       FD   DADREC
            VALUE OF FILE-ID LB-DADOS
            RECORD VARYING FROM 1 TO 2048 DEPENDING ON TAM-LIDO.

       01   DADREC-REG PIC X(2048).

       FD   ORDGER
            VALUE OF FILE-ID LB-ORDGER.

       01   ORDGER-REG.
            05 OG-CHAVE                 PIC  X(060).
            05 OG-REGISTRO              PIC  X(2048).

       FD   ORDATU
            VALUE OF FILE-ID LB-ORDATU.

       01   ORDATU-REG.
            05 OA-CHAVE                 PIC  X(060).
            05 OA-REGISTRO              PIC  X(2048).

       SD   SORTWK.

       01   SW-REG.
            05 SW-CHAVE                PIC  X(060).
            05 SW-REGISTRO             PIC  X(2048).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-DADOS.
              10 FS-DADLIN             PIC  X(002) VALUE "00".
              10 FS-DADREC             PIC  X(002) VALUE "00".
              10 LB-DADOS              PIC  X(255) VALUE SPACES.
           05 ER-ORDGER.
              10 FS-ORDGER             PIC  X(002) VALUE "00".
              10 LB-ORDGER             PIC  X(255) VALUE SPACES.
           05 ER-ORDATU.
              10 FS-ORDATU             PIC  X(002) VALUE "00".
              10 LB-ORDATU             PIC  X(255) VALUE SPACES.
           05 ORG-MODO                 PIC  X(001) VALUE "L".
           05 ORG-PADRAO               PIC  X(001) VALUE "L".
           05 TAM-LIDO                 PIC  9(004) VALUE 0.
           05 TAM-REGISTRO             PIC  9(004) VALUE 0.
           05 I                        PIC  9(003) VALUE 0.
           05 J                        PIC  9(003) VALUE 0.
           05 K                        PIC  9(002) VALUE 0.
           05 S                        PIC  9(003) VALUE 0.
           05 BASE                     PIC  9(003) VALUE 0.
           05 POS-ACCEPT               PIC  9(004) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 BARRA                    PIC  X(001) VALUE "/".
           05 PATH-BKP                 PIC  X(060) VALUE SPACES.
           05 GERACOES                 PIC  9(001) VALUE 3.
           05 GERACOES-CHAR            PIC  X(001) VALUE SPACE.
           05 GERACAO                  PIC  9(001) VALUE 1.
           05 LB-GERACAO               PIC  X(255) VALUE SPACES.
           05 BK-FILE-DETAILS.
              10 BK-FILE-SIZE          PIC 9(008) COMP-X.
              10 BK-FILE-DATE          PIC X(004).
              10 BK-FILE-TIME          PIC X(005).
           05 BK-STATUS                PIC  9(002) COMP-X VALUE 0.
           05 FIM-DADOS                PIC  X(001) VALUE "N".
           05 FALHA-ABRE               PIC  X(001) VALUE "N".
           05 FIM-GER                  PIC  X(001) VALUE "N".
           05 FIM-ATU                  PIC  X(001) VALUE "N".
           05 PASSA                    PIC  X(001) VALUE "S".
           05 REGISTRO                 PIC  X(2048) VALUE SPACES.
           05 REG-GER                  PIC  X(2048) VALUE SPACES.
           05 REG-ATU                  PIC  X(2048) VALUE SPACES.
           05 CHAVE-W                  PIC  X(060) VALUE SPACES.
           05 CHAVE-GER                PIC  X(060) VALUE HIGH-VALUES.
           05 CHAVE-ATU                PIC  X(060) VALUE HIGH-VALUES.
           05 LIDOS                    PIC  9(007) VALUE 0.
           05 LIDOS-GER                PIC  9(007) VALUE 0.
           05 LIDOS-ATU                PIC  9(007) VALUE 0.
           05 TOT-INCLUIDOS            PIC  9(007) VALUE 0.
           05 TOT-EXCLUIDOS            PIC  9(007) VALUE 0.
           05 TOT-ALTERADOS            PIC  9(007) VALUE 0.
           05 DIFERENCAS               PIC  9(003) VALUE 0.
           05 IMAGEM-W                 PIC  X(2048) VALUE SPACES.
           05 VALOR-W                  PIC  X(040) VALUE SPACES.
           05 AUDITOU-CLARO            PIC  X(001) VALUE "N".
           05 CHAVE-CLASSE             PIC  X(005) VALUE SPACES.
           05 CHAVE-CLARO              PIC  X(001) VALUE "S".
      *    Arquivos do cadastro "02"
           05 TOT-ARQUIVOS             PIC  9(003) VALUE 0.
           05 TABELA-ARQUIVOS.
              10 AR-TB OCCURS 200.
                 15 AR-NOME            PIC  X(030).
                 15 AR-LABEL           PIC  X(030).
                 15 AR-INDEXADO        PIC  X(001).
                 15 AR-CHAVE-POS       PIC  9(004).
                 15 AR-CHAVE-TAM       PIC  9(002).
      *    Layouts "DD" do arquivo com os seletores (regra do CWDMNT)
           05 LX                       PIC  9(002) VALUE 0.
           05 LC                       PIC  9(002) VALUE 0.
           05 TOT-LAYOUTS              PIC  9(002) VALUE 0.
           05 TAB-LAYOUTS.
              10 LY-TB OCCURS 9.
                 15 LY-SEL-POS         PIC  9(004).
                 15 LY-SEL-TAM         PIC  9(002).
                 15 LY-SEL-VAL         PIC  X(020).
                 15 LY-TOT-CAMPOS      PIC  9(002).
                 15 LY-NUMERO          PIC  X(002).
                 15 LY-CP OCCURS 26.
                    20 LY-NOME         PIC  X(034).
                    20 LY-POSICAO      PIC  9(003).
                    20 LY-TAMANHO      PIC  9(003).
                    20 LY-TIPO         PIC  X(001).
                       88 LY-CONVERTE  VALUE "S" "P" "B" "D".
                    20 LY-DECIMAIS     PIC  9(001).
                    20 LY-FORMATO      PIC  X(008).
                    20 LY-CHAVE        PIC  X(001).
                    20 LY-CLASSE       PIC  X(005).
                    20 LY-CLARO        PIC  X(001).
      *    Chave de comparacao: campos "K" do layout 01 em ordem de
      *    posicao
           05 TOT-K                    PIC  9(002) VALUE 0.
           05 TAM-CHAVE                PIC  9(004) VALUE 0.
           05 ACHOU-LUGAR              PIC  X(001) VALUE SPACE.
           05 TAB-K.
              10 K-TB OCCURS 26.
                 15 K-POS              PIC  9(004).
                 15 K-TAM              PIC  9(003).
      *    Faixas de chave pedidas (ate em branco = ate o fim)
           05 TEM-FAIXA                PIC  X(001) VALUE "N".
           05 TAB-FAIXAS.
              10 FX-TB OCCURS 5.
                 15 FX-DE              PIC  X(030).
                 15 FX-ATE             PIC  X(030).
                 15 FX-TAM-ATE         PIC  9(002).
      *    Campos escolhidos (nomes de todos os layouts, sem repetir)
           05 TEM-CAMPOS               PIC  X(001) VALUE "N".
           05 TOT-NOMES                PIC  9(003) VALUE 0.
           05 TABELA-NOMES.
              10 NM-TB OCCURS 120.
                 15 NM-NOME            PIC  X(034).
                 15 NM-MARCA           PIC  X(001).
           05 CAMPO-ESCOLHIDO          PIC  X(001) VALUE "S".

       01  LINHAS-DE-IMPRESSAO-BC.
       02  LINHA-BC-1.
           05 FILLER                   PIC  X(050) VALUE
              "SITUACAO  CHAVE".
       02  LINHA-BC-2.
           05 BC-ACAO                  PIC  X(009) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 BC-CHAVE                 PIC  X(060) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 BC-OBS                   PIC  X(040) VALUE SPACES.
       02  LINHA-BC-3.
           05 FILLER                   PIC  X(010) VALUE SPACES.
           05 BC-CAMPO                 PIC  X(034) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 BC-DE                    PIC  X(040) VALUE SPACES.
           05 FILLER                   PIC  X(004) VALUE " -> ".
           05 BC-PARA                  PIC  X(040) VALUE SPACES.
       02  LINHA-BC-4.
           05 BC-ROTULO                PIC  X(022) VALUE SPACES.
           05 BC-TEXTO                 PIC  X(060) VALUE SPACES.
       02  LINHA-BC-5.
           05 BC-ROTULO-5              PIC  X(022) VALUE SPACES.
           05 BC-CONTA                 PIC  ZZZ.ZZZ.ZZ9.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWUNIX.
       COPY CWCONF.
       COPY CWDIDX.
       COPY CWDDCV.
       COPY CWDDMK.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           PERFORM 100-ESCOLHE  THRU 100-99-FIM
           PERFORM 900-FINAIS   THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-ESCOLHE.

           PERFORM 110-CARREGA-02 THRU 110-99-FIM
           IF   TOT-ARQUIVOS = 0
                MOVE "Nenhum arquivo no cadastro 02" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 100-99-FIM
           END-IF
           MOVE 0 TO BASE
           MOVE 1 TO CWBOXS-OPTION
           PERFORM 120-LISTA THRU 120-99-FIM
                   UNTIL CWBOXS-OPTION = 0.

       100-99-FIM. EXIT.

       110-CARREGA-02.

           MOVE 0    TO TOT-ARQUIVOS
           MOVE "02" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "02")
                      OR TOT-ARQUIVOS = 200
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "02"
                        ADD  1 TO TOT-ARQUIVOS
                        MOVE CWCONF-ARQUIVO
                          TO AR-NOME (TOT-ARQUIVOS)
                        MOVE CWCONF-LABEL (1: 30)
                          TO AR-LABEL (TOT-ARQUIVOS)
                        PERFORM 115-GUARDA-CHAVE THRU 115-99-FIM
                   END-IF
           END-PERFORM.

       110-99-FIM. EXIT.

      *    Arquivo indexado: marca e chave primaria do "02"
       115-GUARDA-CHAVE.

           MOVE 0 TO AR-CHAVE-POS (TOT-ARQUIVOS)
                     AR-CHAVE-TAM (TOT-ARQUIVOS)
           IF   CWCONF-JOB-TIPO = "I"
                MOVE "I" TO AR-INDEXADO (TOT-ARQUIVOS)
                IF   CWCONF-PAGINA NUMERIC
                AND  CWCONF-QUADRO NUMERIC
                     MOVE CWCONF-PAGINA TO AR-CHAVE-POS (TOT-ARQUIVOS)
                     MOVE CWCONF-QUADRO TO AR-CHAVE-TAM (TOT-ARQUIVOS)
                END-IF
           ELSE
                MOVE SPACE TO AR-INDEXADO (TOT-ARQUIVOS)
           END-IF.

       115-99-FIM. EXIT.

       120-LISTA.

           MOVE 04  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Comparar com o backup:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE S = BASE + I
                   IF   S NOT > TOT-ARQUIVOS
                        STRING AR-NOME (S) (1: 20)
                               AR-LABEL (S) (1: 20)
                               DELIMITED BY SIZE
                          INTO CWBOXS-TEXT (I)
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-ARQUIVOS
                MOVE "--- mais arquivos ---" TO CWBOXS-TEXT (25)
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
                GO TO 120-99-FIM
           END-IF
           IF   CWBOXS-OPTION = 25
                ADD 24 TO BASE
                IF   BASE NOT < TOT-ARQUIVOS
                     MOVE 0 TO BASE
                END-IF
                GO TO 120-99-FIM
           END-IF
           COMPUTE S = BASE + CWBOXS-OPTION
           IF   S > TOT-ARQUIVOS
                GO TO 120-99-FIM
           END-IF
           PERFORM 200-PREPARA THRU 200-99-FIM
           MOVE 1 TO CWBOXS-OPTION.

       120-99-FIM. EXIT.

      *    Dicionario, chave, geracao, faixas e campos do arquivo S;
      *    com tudo aceito, compara
       200-PREPARA.

           MOVE ORG-PADRAO TO ORG-MODO
           IF   AR-INDEXADO (S) = "I"
                MOVE "I" TO ORG-MODO
           END-IF
           PERFORM 210-CARREGA-DD THRU 210-99-FIM
           IF   TOT-LAYOUTS = 0
                MOVE "Arquivo sem layout no dicionario (CWDDMN)"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF
           PERFORM 216-CLASSES THRU 216-99-FIM
           PERFORM 220-CHAVES THRU 220-99-FIM
           IF   TOT-K = 0
                MOVE "Arquivo sem chave (K) no layout 01 do DD"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF
           PERFORM 230-PARAMETROS THRU 230-99-FIM
           IF   GERACAO = 0
           OR   GERACAO > GERACOES
                GO TO 200-99-FIM
           END-IF
           PERFORM 240-MONTA-GER THRU 240-99-FIM
           CALL "CBL_CHECK_FILE_EXIST" USING LB-GERACAO
                                             BK-FILE-DETAILS
                                    RETURNING BK-STATUS
           IF   BK-STATUS NOT = 0
                MOVE SPACES TO CWSEND-MSG
                STRING "Geracao " GERACAO " de "
                       AR-NOME (S) " nao existe no backup"
                       DELIMITED BY SIZE INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF

           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           MOVE "Comparar todos os campos ou so os escolhidos ?"
             TO CWSEND-MSG
           MOVE "~Todos"    TO CWSEND-SCREEN (1)
           MOVE "~Escolher" TO CWSEND-SCREEN (2)
           MOVE "~Voltar"   TO CWSEND-SCREEN (3)
           MOVE 1           TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           MOVE "N" TO TEM-CAMPOS
           EVALUATE CWSEND-OPTION
               WHEN 1
                    CONTINUE
               WHEN 2
                    PERFORM 250-CAMPOS THRU 250-99-FIM
                    IF   CWBOXS-OPTION NOT = 26
                         GO TO 200-99-FIM
                    END-IF
               WHEN OTHER
                    GO TO 200-99-FIM
           END-EVALUATE

           PERFORM 300-COMPARA THRU 300-99-FIM.

       200-99-FIM. EXIT.

      *    Todos os layouts do arquivo (ate 9) e a lista dos nomes
      *    de campo para a escolha
       210-CARREGA-DD.

           MOVE 0 TO TAM-REGISTRO TOT-LAYOUTS TOT-NOMES
           MOVE "DD"    TO CWCONF-REG
           MOVE SPACES  TO CWCONF-CHAVE
           MOVE AR-NOME (S) TO CWCONF-CHAVE (1: 30)
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
                   AND  CWCONF-CHAVE (1: 30) = AR-NOME (S)
                        PERFORM 212-GUARDA-LAYOUT THRU 212-99-FIM
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM
           IF   TAM-REGISTRO = 0
           OR   TAM-REGISTRO > 2048
                MOVE 2048 TO TAM-REGISTRO
           END-IF.

       210-99-FIM. EXIT.

       212-GUARDA-LAYOUT.

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
           MOVE CWCONF-CHAVE (31: 2) TO LY-NUMERO (LX)
           MOVE 0 TO LY-TOT-CAMPOS (LX)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-SIZE-P-99 (I) > 0
                   AND  CWCONF-FATOR-P-99 (I) > 0
                        ADD  1 TO LY-TOT-CAMPOS (LX)
                        MOVE LY-TOT-CAMPOS (LX) TO LC
                        MOVE CWCONF-NM-OPCAO (I)
                          TO LY-NOME (LX LC)
                        MOVE CWCONF-SIZE-P-99 (I)
                          TO LY-POSICAO (LX LC)
                        MOVE CWCONF-FATOR-P-99 (I)
                          TO LY-TAMANHO (LX LC)
                        MOVE CWCONF-CHECK (I)
                          TO LY-TIPO (LX LC)
                        IF   CWCONF-NIVEL (I) NUMERIC
                             MOVE CWCONF-NIVEL (I)
                               TO LY-DECIMAIS (LX LC)
                        ELSE
                             MOVE 0 TO LY-DECIMAIS (LX LC)
                        END-IF
                        MOVE CWCONF-HELP (I) (1: 8)
                          TO LY-FORMATO (LX LC)
                        MOVE CWCONF-PASS (I) (1: 1)
                          TO LY-CHAVE (LX LC)
                        MOVE CWCONF-PASS (I) (2: 5)
                          TO LY-CLASSE (LX LC)
                        IF   LY-CLASSE (LX LC) = LOW-VALUES
                             MOVE SPACES TO LY-CLASSE (LX LC)
                        END-IF
                        MOVE "S" TO LY-CLARO (LX LC)
                        IF   CWCONF-SIZE-P-99 (I)
                           + CWCONF-FATOR-P-99 (I) - 1
                           > TAM-REGISTRO
                             COMPUTE TAM-REGISTRO =
                                     CWCONF-SIZE-P-99 (I)
                                   + CWCONF-FATOR-P-99 (I) - 1
                        END-IF
                        PERFORM 214-GUARDA-NOME THRU 214-99-FIM
                   END-IF
           END-PERFORM.

       212-99-FIM. EXIT.

       214-GUARDA-NOME.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-NOMES
                   IF   NM-NOME (J) = LY-NOME (LX LC)
                        GO TO 214-99-FIM
                   END-IF
           END-PERFORM
           IF   TOT-NOMES < 120
                ADD  1              TO TOT-NOMES
                MOVE LY-NOME (LX LC) TO NM-NOME (TOT-NOMES)
                MOVE SPACE          TO NM-MARCA (TOT-NOMES)
           END-IF.

       214-99-FIM. EXIT.

      *    Campos sensiveis: o operador ve cada classe em claro?  A
      *    chave herda a classe do primeiro campo "K" sensivel
       216-CLASSES.

           MOVE "N"    TO AUDITOU-CLARO
           MOVE SPACES TO CHAVE-CLASSE
           MOVE "S"    TO CHAVE-CLARO
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > TOT-LAYOUTS
                   PERFORM VARYING LC FROM 1 BY 1
                           UNTIL LC > LY-TOT-CAMPOS (LX)
                           IF   LY-CLASSE (LX LC) NOT = SPACES
                                SET  CWDDMK-VERIFICA TO TRUE
                                MOVE LY-CLASSE (LX LC)
                                  TO CWDDMK-CLASSE
                                CALL "CWDDMK" USING PARAMETROS-CWDDMK
                                MOVE CWDDMK-CLARO TO LY-CLARO (LX LC)
                                IF   LX = 1
                                AND  LY-CHAVE (LX LC) = "K"
                                AND  CHAVE-CLASSE = SPACES
                                     MOVE LY-CLASSE (LX LC)
                                       TO CHAVE-CLASSE
                                     MOVE CWDDMK-CLARO TO CHAVE-CLARO
                                END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM.

       216-99-FIM. EXIT.

      *    Chave: campos "K" do layout 01 (o primeiro carregado), em
      *    ordem de posicao, ate 60 bytes
       220-CHAVES.

           MOVE 0 TO TOT-K TAM-CHAVE
           MOVE 1 TO LX
           PERFORM VARYING LC FROM 1 BY 1 UNTIL LC > LY-TOT-CAMPOS (LX)
                   IF   LY-CHAVE (LX LC) = "K"
                        PERFORM 222-INSERE-K THRU 222-99-FIM
                   END-IF
           END-PERFORM
           IF   TAM-CHAVE > 60
                MOVE 0 TO TOT-K
           END-IF.

       220-99-FIM. EXIT.

       222-INSERE-K.

           ADD  1     TO TOT-K
           ADD  LY-TAMANHO (LX LC) TO TAM-CHAVE
           MOVE TOT-K TO K
           MOVE "N"   TO ACHOU-LUGAR
           PERFORM UNTIL ACHOU-LUGAR = "S"
                   IF   K = 1
                        MOVE "S" TO ACHOU-LUGAR
                   ELSE
                        IF   K-POS (K - 1)
                             NOT > LY-POSICAO (LX LC)
                             MOVE "S" TO ACHOU-LUGAR
                        ELSE
                             MOVE K-TB (K - 1) TO K-TB (K)
                             SUBTRACT 1 FROM K
                        END-IF
                   END-IF
           END-PERFORM
           MOVE LY-POSICAO (LX LC) TO K-POS (K)
           MOVE LY-TAMANHO (LX LC) TO K-TAM (K).

       222-99-FIM. EXIT.

      *    Chave do registro REGISTRO pelos campos "K"
       225-MONTA-CHAVE.

           MOVE SPACES TO CHAVE-W
           MOVE 1      TO J
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOT-K
                   IF   K-POS (K) + K-TAM (K) - 1 NOT > 2048
                        MOVE REGISTRO (K-POS (K): K-TAM (K))
                          TO CHAVE-W (J: K-TAM (K))
                   END-IF
                   ADD K-TAM (K) TO J
           END-PERFORM.

       225-99-FIM. EXIT.

      *    Geracao e ate 5 faixas de chave; sem faixa compara tudo
       230-PARAMETROS.

           MOVE 07 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 09 TO CWBOXW-VERTICAL-LENGTH
           MOVE 74 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "080528" "Geracao do backup (1 = nova)"
           CALL "CWMSGW" USING "100508" "Chave de"
           CALL "CWMSGW" USING "104003" "ate"
           MOVE 1 TO GERACAO
           ACCEPT GERACAO AT 0835 WITH UPDATE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   MOVE SPACES TO FX-DE (I) FX-ATE (I)
                   COMPUTE POS-ACCEPT = (10 + I) * 100 + 5
                   ACCEPT FX-DE (I)  AT POS-ACCEPT WITH UPDATE
                   COMPUTE POS-ACCEPT = (10 + I) * 100 + 40
                   ACCEPT FX-ATE (I) AT POS-ACCEPT WITH UPDATE
           END-PERFORM
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW

      *    Ate parcial vale como prefixo: so os bytes digitados contam
           MOVE "N" TO TEM-FAIXA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   IF   FX-DE (I) NOT = SPACES
                   OR   FX-ATE (I) NOT = SPACES
                        MOVE "S" TO TEM-FAIXA
                   END-IF
                   MOVE 30 TO FX-TAM-ATE (I)
                   PERFORM UNTIL FX-TAM-ATE (I) = 0
                              OR FX-ATE (I) (FX-TAM-ATE (I): 1)
                                 NOT = SPACE
                           SUBTRACT 1 FROM FX-TAM-ATE (I)
                   END-PERFORM
           END-PERFORM.

       230-99-FIM. EXIT.

      *    Chave CHAVE-W dentro de alguma faixa pedida
       235-FAIXA.

           IF   TEM-FAIXA NOT = "S"
                MOVE "S" TO PASSA
                GO TO 235-99-FIM
           END-IF
           MOVE "N" TO PASSA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                                            OR PASSA = "S"
                   IF   FX-DE (I) NOT = SPACES
                   OR   FX-ATE (I) NOT = SPACES
                        MOVE "S" TO PASSA
                        IF   FX-DE (I) NOT = SPACES
                        AND  CHAVE-W (1: 30) < FX-DE (I)
                             MOVE "N" TO PASSA
                        END-IF
                        IF   FX-TAM-ATE (I) > 0
                        AND  CHAVE-W (1: FX-TAM-ATE (I))
                             > FX-ATE (I) (1: FX-TAM-ATE (I))
                             MOVE "N" TO PASSA
                        END-IF
                   END-IF
           END-PERFORM.

       235-99-FIM. EXIT.

      *    LB-GERACAO = caminho da geracao pedida (regra do CWDBKP)
       240-MONTA-GER.

           MOVE SPACES TO LB-GERACAO
           STRING PATH-BKP    DELIMITED BY SPACE
                  BARRA       DELIMITED BY SIZE
                  AR-NOME (S) DELIMITED BY SPACE
                  ".G0"       DELIMITED BY SIZE
                  GERACAO     DELIMITED BY SIZE
             INTO LB-GERACAO.

       240-99-FIM. EXIT.

      *    Marca/desmarca campos ("*"); "--- comparar ---" segue com
      *    os marcados (nenhum marcado = todos)
       250-CAMPOS.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-NOMES
                   MOVE SPACE TO NM-MARCA (J)
           END-PERFORM
           MOVE 0 TO BASE
           MOVE 1 TO CWBOXS-OPTION
           PERFORM 255-LISTA-CAMPOS THRU 255-99-FIM
                   UNTIL CWBOXS-OPTION = 0
                      OR CWBOXS-OPTION = 26
           IF   CWBOXS-OPTION = 26
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-NOMES
                        IF   NM-MARCA (J) = "*"
                             MOVE "S" TO TEM-CAMPOS
                        END-IF
                END-PERFORM
           END-IF.

       250-99-FIM. EXIT.

       255-LISTA-CAMPOS.

           MOVE 04  TO CWBOXS-LINE
           MOVE 20  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Campos a comparar:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE J = BASE + I
                   IF   J NOT > TOT-NOMES
                        STRING NM-MARCA (J) " " NM-NOME (J)
                               DELIMITED BY SIZE
                          INTO CWBOXS-TEXT (I)
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-NOMES
                MOVE "--- mais campos ---" TO CWBOXS-TEXT (25)
           END-IF
           MOVE "--- comparar ---" TO CWBOXS-TEXT (26)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE TRUE
               WHEN CWBOXS-OPTION = 0
               WHEN CWBOXS-OPTION = 26
                    CONTINUE
               WHEN CWBOXS-OPTION = 25
                    ADD 24 TO BASE
                    IF   BASE NOT < TOT-NOMES
                         MOVE 0 TO BASE
                    END-IF
               WHEN OTHER
                    COMPUTE J = BASE + CWBOXS-OPTION
                    IF   J NOT > TOT-NOMES
                         IF   NM-MARCA (J) = "*"
                              MOVE SPACE TO NM-MARCA (J)
                         ELSE
                              MOVE "*"   TO NM-MARCA (J)
                         END-IF
                    END-IF
           END-EVALUATE.

       255-99-FIM. EXIT.

      *    Os dois lados vao para a ordem da chave (SORT) e sao
      *    casados; os temporarios saem no fim
       300-COMPARA.

           MOVE SPACES TO LB-ORDGER LB-ORDATU
           STRING "CWDBCM" TASK ".GER" DELIMITED BY SIZE
             INTO LB-ORDGER
           STRING "CWDBCM" TASK ".ATU" DELIMITED BY SIZE
             INTO LB-ORDATU

           MOVE LB-GERACAO TO LB-DADOS
           MOVE "N"        TO FALHA-ABRE
           MOVE 0          TO LIDOS
           SORT SORTWK ON ASCENDING KEY SW-CHAVE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE 600-SELECIONA THRU 600-99-FIM
                GIVING ORDGER
           MOVE LIDOS TO LIDOS-GER
           IF   FALHA-ABRE = "S"
                GO TO 300-FALHA
           END-IF

           MOVE AR-NOME (S) TO LB-DADOS
           MOVE 0           TO LIDOS
           SORT SORTWK ON ASCENDING KEY SW-CHAVE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE 600-SELECIONA THRU 600-99-FIM
                GIVING ORDATU
           MOVE LIDOS TO LIDOS-ATU
           IF   FALHA-ABRE = "S"
                GO TO 300-FALHA
           END-IF

           PERFORM 400-CASA THRU 400-99-FIM
           PERFORM 490-AUDITA THRU 490-99-FIM
           MOVE SPACES TO CWSEND-MSG
           STRING "Incluidos " TOT-INCLUIDOS
                  "  excluidos " TOT-EXCLUIDOS
                  "  alterados " TOT-ALTERADOS
                  DELIMITED BY SIZE INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND
           GO TO 300-APAGA.

       300-FALHA.

           MOVE SPACES TO CWSEND-MSG
           STRING "Falha ao abrir " DELIMITED BY SIZE
                  LB-DADOS          DELIMITED BY SPACE
             INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       300-APAGA.

           CALL "CBL_DELETE_FILE" USING LB-ORDGER
           CALL "CBL_DELETE_FILE" USING LB-ORDATU.

       300-99-FIM. EXIT.

      *    Casamento pela chave (mesmo esquema do CWCFCM)
       400-CASA.

           MOVE 0   TO TOT-INCLUIDOS TOT-EXCLUIDOS TOT-ALTERADOS
           MOVE "N" TO FIM-GER FIM-ATU
           OPEN INPUT ORDGER
           OPEN INPUT ORDATU

           MOVE "ARQUIVOS DE DADOS"         TO CWIMPR-TITLE
           MOVE "BACKUP X ARQUIVO ATUAL"    TO CWIMPR-SUB-TITLE
           MOVE "Config/ComparaBackup"      TO CWIMPR-NOTE
           MOVE LINHA-BC-1                  TO CWIMPR-HEADER-1
           MOVE "CWDBCMA"                   TO CWIMPR-REPORT
           PERFORM 410-CABECALHO THRU 410-99-FIM

           PERFORM 420-LE-GER THRU 420-99-FIM
           PERFORM 425-LE-ATU THRU 425-99-FIM
           PERFORM UNTIL (FIM-GER = "S" AND FIM-ATU = "S")
                      OR CWIMPR-END-PRINT
                   EVALUATE TRUE
                       WHEN CHAVE-GER < CHAVE-ATU
                            PERFORM 430-EXCLUIDO THRU 430-99-FIM
                            PERFORM 420-LE-GER   THRU 420-99-FIM
                       WHEN CHAVE-GER > CHAVE-ATU
                            PERFORM 435-INCLUIDO THRU 435-99-FIM
                            PERFORM 425-LE-ATU   THRU 425-99-FIM
                       WHEN OTHER
                            IF   REG-GER (1: TAM-REGISTRO)
                                 NOT = REG-ATU (1: TAM-REGISTRO)
                                 PERFORM 440-ALTERADO THRU 440-99-FIM
                            END-IF
                            PERFORM 420-LE-GER THRU 420-99-FIM
                            PERFORM 425-LE-ATU THRU 425-99-FIM
                   END-EVALUATE
           END-PERFORM

           CLOSE ORDGER ORDATU
           PERFORM 480-RESUMO THRU 480-99-FIM.

       400-99-FIM. EXIT.

       410-CABECALHO.

           MOVE "Arquivo atual       :" TO BC-ROTULO
           MOVE AR-NOME (S)             TO BC-TEXTO
           MOVE LINHA-BC-4              TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Geracao do backup   :" TO BC-ROTULO
           MOVE LB-GERACAO              TO BC-TEXTO
           MOVE LINHA-BC-4              TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   IF   FX-DE (I) NOT = SPACES
                   OR   FX-ATE (I) NOT = SPACES
                        MOVE "Faixa de chave      :" TO BC-ROTULO
                        MOVE SPACES TO BC-TEXTO
                        STRING FX-DE (I) " ate " FX-ATE (I)
                               DELIMITED BY SIZE INTO BC-TEXTO
                        MOVE LINHA-BC-4 TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM
           IF   TEM-CAMPOS = "S"
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-NOMES
                        IF   NM-MARCA (J) = "*"
                             MOVE "Campo comparado     :"
                               TO BC-ROTULO
                             MOVE NM-NOME (J) TO BC-TEXTO
                             MOVE LINHA-BC-4  TO CWIMPR-DETAIL
                             CALL "CWIMPR" USING PARAMETROS-CWIMPR
                        END-IF
                END-PERFORM
           END-IF
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       410-99-FIM. EXIT.

       420-LE-GER.

           MOVE HIGH-VALUES TO CHAVE-GER
           IF   FIM-GER = "S"
                GO TO 420-99-FIM
           END-IF
           READ ORDGER
           IF   FS-ORDGER > "09"
                MOVE "S" TO FIM-GER
           ELSE
                MOVE OG-CHAVE    TO CHAVE-GER
                MOVE OG-REGISTRO TO REG-GER
           END-IF.

       420-99-FIM. EXIT.

       425-LE-ATU.

           MOVE HIGH-VALUES TO CHAVE-ATU
           IF   FIM-ATU = "S"
                GO TO 425-99-FIM
           END-IF
           READ ORDATU
           IF   FS-ORDATU > "09"
                MOVE "S" TO FIM-ATU
           ELSE
                MOVE OA-CHAVE    TO CHAVE-ATU
                MOVE OA-REGISTRO TO REG-ATU
           END-IF.

       425-99-FIM. EXIT.

      *    So no backup: o registro saiu do arquivo depois da geracao
       430-EXCLUIDO.

           ADD  1 TO TOT-EXCLUIDOS
           MOVE "EXCLUIDO"  TO BC-ACAO
           MOVE CHAVE-GER   TO BC-CHAVE
           MOVE "so existe no backup" TO BC-OBS
           PERFORM 470-IMPRIME-ACAO THRU 470-99-FIM.

       430-99-FIM. EXIT.

      *    So no atual: o registro entrou depois da geracao
       435-INCLUIDO.

           ADD  1 TO TOT-INCLUIDOS
           MOVE "INCLUIDO"  TO BC-ACAO
           MOVE CHAVE-ATU   TO BC-CHAVE
           MOVE "so existe no arquivo atual" TO BC-OBS
           PERFORM 470-IMPRIME-ACAO THRU 470-99-FIM.

       435-99-FIM. EXIT.

      *    Mesma chave, conteudo diferente: campo a campo pelo layout
      *    que o seletor escolhe no registro atual; com campos
      *    escolhidos so eles contam
       440-ALTERADO.

           MOVE "ALTERADO"  TO BC-ACAO
           MOVE CHAVE-ATU   TO BC-CHAVE
           MOVE SPACES      TO BC-OBS
           MOVE 0           TO DIFERENCAS
           MOVE REG-ATU     TO REGISTRO
           PERFORM 445-SELECIONA-LAYOUT THRU 445-99-FIM
           PERFORM VARYING LC FROM 1 BY 1 UNTIL LC > LY-TOT-CAMPOS (LX)
                   PERFORM 450-CAMPO THRU 450-99-FIM
           END-PERFORM
           IF   DIFERENCAS = 0
           AND  TEM-CAMPOS NOT = "S"
                MOVE "diferenca fora dos campos do layout" TO BC-OBS
                PERFORM 470-IMPRIME-ACAO THRU 470-99-FIM
                ADD 1 TO TOT-ALTERADOS
           END-IF
           IF   DIFERENCAS > 0
                ADD 1 TO TOT-ALTERADOS
           END-IF.

       440-99-FIM. EXIT.

      *    Elege o layout do registro pelo seletor (mesma regra do
      *    CWDMNT): casamento do codigo de tipo, senao o primeiro
      *    generico, senao o 1
       445-SELECIONA-LAYOUT.

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
           END-IF.

       445-99-FIM. EXIT.

      *    Campo LC do layout LX: valor antigo (backup) e novo (atual)
       450-CAMPO.

           IF   LY-POSICAO (LX LC) + LY-TAMANHO (LX LC) - 1 > 2048
                GO TO 450-99-FIM
           END-IF
           IF   REG-GER (LY-POSICAO (LX LC): LY-TAMANHO (LX LC))
                = REG-ATU (LY-POSICAO (LX LC): LY-TAMANHO (LX LC))
                GO TO 450-99-FIM
           END-IF
           IF   TEM-CAMPOS = "S"
                MOVE "N" TO CAMPO-ESCOLHIDO
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-NOMES
                        IF   NM-NOME (J) = LY-NOME (LX LC)
                        AND  NM-MARCA (J) = "*"
                             MOVE "S" TO CAMPO-ESCOLHIDO
                        END-IF
                END-PERFORM
                IF   CAMPO-ESCOLHIDO NOT = "S"
                     GO TO 450-99-FIM
                END-IF
           END-IF
           ADD 1 TO DIFERENCAS
           IF   DIFERENCAS = 1
                PERFORM 470-IMPRIME-ACAO THRU 470-99-FIM
           END-IF
           MOVE LY-NOME (LX LC) TO BC-CAMPO
           MOVE REG-GER TO IMAGEM-W
           PERFORM 460-EDITA-VALOR THRU 460-99-FIM
           MOVE VALOR-W TO BC-DE
           MOVE REG-ATU TO IMAGEM-W
           PERFORM 460-EDITA-VALOR THRU 460-99-FIM
           MOVE VALOR-W TO BC-PARA
           IF   NOT CWIMPR-END-PRINT
                MOVE LINHA-BC-3 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           MOVE SPACES TO BC-CAMPO BC-DE BC-PARA.

       450-99-FIM. EXIT.

      *    Valor do campo LC em IMAGEM-W como texto; tipos S/P/B/D
      *    editados pelo CWDDCV (o que nao confere sai como esta)
       460-EDITA-VALOR.

           MOVE SPACES TO VALOR-W
           IF   LY-TAMANHO (LX LC) > 40
                MOVE IMAGEM-W (LY-POSICAO (LX LC): 40) TO VALOR-W
           ELSE
                MOVE IMAGEM-W (LY-POSICAO (LX LC): LY-TAMANHO (LX LC))
                  TO VALOR-W
           END-IF
           IF   LY-CONVERTE (LX LC)
           AND  LY-TAMANHO (LX LC) NOT > 34
                SET  CWDDCV-DECODIFICA  TO TRUE
                MOVE LY-TIPO (LX LC)     TO CWDDCV-TIPO
                MOVE LY-TAMANHO (LX LC)  TO CWDDCV-TAMANHO
                MOVE LY-DECIMAIS (LX LC) TO CWDDCV-DECIMAIS
                MOVE LY-FORMATO (LX LC)  TO CWDDCV-FORMATO
                MOVE SPACES              TO CWDDCV-CAMPO
                MOVE IMAGEM-W (LY-POSICAO (LX LC): LY-TAMANHO (LX LC))
                  TO CWDDCV-CAMPO
                CALL "CWDDCV" USING PARAMETROS-CWDDCV
                IF   CWDDCV-OK
                     MOVE CWDDCV-TEXTO TO VALOR-W
                END-IF
           END-IF
           IF   LY-CLASSE (LX LC) = SPACES
                GO TO 460-99-FIM
           END-IF
           IF   LY-CLARO (LX LC) NOT = "S"
                SET  CWDDMK-MASCARA  TO TRUE
                MOVE LY-TIPO (LX LC) TO CWDDMK-TIPO
                MOVE VALOR-W         TO CWDDMK-TEXTO
                CALL "CWDDMK" USING PARAMETROS-CWDDMK
                MOVE CWDDMK-TEXTO    TO VALOR-W
           ELSE
                MOVE LY-CLASSE (LX LC) TO CWDDMK-CLASSE
                PERFORM 465-AUDITA-CLARO THRU 465-99-FIM
           END-IF.

       460-99-FIM. EXIT.

      *    Primeira listagem em claro de valor sensivel na execucao
       465-AUDITA-CLARO.

           IF   AUDITOU-CLARO = "N"
                MOVE "S" TO AUDITOU-CLARO
                SET  CWDDMK-AUDITA TO TRUE
                MOVE AR-NOME (S)   TO CWDDMK-ARQUIVO
                MOVE "CWDBCM"      TO CWDDMK-PROGRAMA
                CALL "CWDDMK" USING PARAMETROS-CWDDMK
           END-IF.

       465-99-FIM. EXIT.

       470-IMPRIME-ACAO.

           IF   CHAVE-CLASSE NOT = SPACES
                IF   CHAVE-CLARO NOT = "S"
                     SET  CWDDMK-MASCARA   TO TRUE
                     MOVE "C"              TO CWDDMK-TIPO
                     MOVE BC-CHAVE (1: 40) TO CWDDMK-TEXTO
                     CALL "CWDDMK" USING PARAMETROS-CWDDMK
                     MOVE CWDDMK-TEXTO     TO BC-CHAVE (1: 40)
                     IF   BC-CHAVE (41: 20) NOT = SPACES
                          MOVE ALL "*" TO BC-CHAVE (41: 20)
                     END-IF
                ELSE
                     MOVE CHAVE-CLASSE TO CWDDMK-CLASSE
                     PERFORM 465-AUDITA-CLARO THRU 465-99-FIM
                END-IF
           END-IF
           IF   NOT CWIMPR-END-PRINT
                MOVE LINHA-BC-2 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       470-99-FIM. EXIT.

       480-RESUMO.

           IF   NOT CWIMPR-END-PRINT
                MOVE SPACES TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE "Lidos no backup     :" TO BC-ROTULO-5
                MOVE LIDOS-GER               TO BC-CONTA
                MOVE LINHA-BC-5              TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE "Lidos no atual      :" TO BC-ROTULO-5
                MOVE LIDOS-ATU               TO BC-CONTA
                MOVE LINHA-BC-5              TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE "Incluidos           :" TO BC-ROTULO-5
                MOVE TOT-INCLUIDOS           TO BC-CONTA
                MOVE LINHA-BC-5              TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE "Excluidos           :" TO BC-ROTULO-5
                MOVE TOT-EXCLUIDOS           TO BC-CONTA
                MOVE LINHA-BC-5              TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE "Alterados           :" TO BC-ROTULO-5
                MOVE TOT-ALTERADOS           TO BC-CONTA
                MOVE LINHA-BC-5              TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       480-99-FIM. EXIT.

       490-AUDITA.

           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", comparou ' DELIMITED BY SIZE
                  AR-NOME (S) DELIMITED BY SPACE
                  " com a geracao " DELIMITED BY SIZE
                  GERACAO DELIMITED BY SIZE
                  " do backup." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS.

       490-99-FIM. EXIT.

      *    Entrada do SORT: registros do arquivo LB-DADOS que caem
      *    nas faixas pedidas, com a chave do dicionario
       600-SELECIONA.

           MOVE "N" TO FIM-DADOS
           PERFORM 610-ABRE THRU 610-99-FIM
           IF   FALHA-ABRE = "S"
                GO TO 600-99-FIM
           END-IF
           PERFORM UNTIL FIM-DADOS = "S"
                   PERFORM 620-LE-REGISTRO THRU 620-99-FIM
                   IF   FIM-DADOS NOT = "S"
                   AND  REGISTRO NOT = SPACES
                        PERFORM 225-MONTA-CHAVE THRU 225-99-FIM
                        PERFORM 235-FAIXA THRU 235-99-FIM
                        IF   PASSA = "S"
                             ADD  1        TO LIDOS
                             MOVE CHAVE-W  TO SW-CHAVE
                             MOVE REGISTRO TO SW-REGISTRO
                             RELEASE SW-REG
                        END-IF
                   END-IF
           END-PERFORM
           PERFORM 630-FECHA THRU 630-99-FIM.

       600-99-FIM. EXIT.

      *    Indexado pelo CWDIDX (somente leitura, do comeco da
      *    chave); sequencial direto
       610-ABRE.

           IF   ORG-MODO = "I"
                MOVE 1                TO CWDIDX-CANAL
                MOVE LB-DADOS         TO CWDIDX-ARQUIVO
                MOVE AR-CHAVE-POS (S) TO CWDIDX-CHAVE-POS
                MOVE AR-CHAVE-TAM (S) TO CWDIDX-CHAVE-TAM
                MOVE TAM-REGISTRO     TO CWDIDX-TAMANHO
                MOVE SPACE            TO CWSQLC-UPDATE-FLAG
                SET CWSQLC-OPEN TO TRUE
                CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                IF   CWDIDX-STATUS > "09"
                     MOVE "S" TO FALHA-ABRE
                     GO TO 610-99-FIM
                END-IF
                MOVE LOW-VALUES TO CWDIDX-REGISTRO
                SET CWSQLC-START TO TRUE
                CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                IF   CWDIDX-STATUS > "09"
                     MOVE "S" TO FIM-DADOS
                END-IF
                GO TO 610-99-FIM
           END-IF
           IF   ORG-MODO = "R"
                OPEN INPUT DADREC
                IF   FS-DADREC NOT = "00"
                     MOVE "S" TO FALHA-ABRE
                END-IF
           ELSE
                OPEN INPUT DADLIN
                IF   FS-DADLIN NOT = "00"
                     MOVE "S" TO FALHA-ABRE
                END-IF
           END-IF.

       610-99-FIM. EXIT.

       620-LE-REGISTRO.

           MOVE SPACES TO REGISTRO
           EVALUATE ORG-MODO
               WHEN "I"
                    SET CWSQLC-NEXT TO TRUE
                    CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                    IF   CWDIDX-STATUS > "09"
                         MOVE "S" TO FIM-DADOS
                    ELSE
                         MOVE CWDIDX-REGISTRO TO REGISTRO
                    END-IF
               WHEN "R"
                    READ DADREC
                    IF   FS-DADREC > "09"
                         MOVE "S" TO FIM-DADOS
                    ELSE
                         MOVE DADREC-REG (1: TAM-LIDO) TO REGISTRO
                    END-IF
               WHEN OTHER
                    READ DADLIN
                    IF   FS-DADLIN > "09"
                         MOVE "S" TO FIM-DADOS
                    ELSE
                         MOVE DADLIN-REG TO REGISTRO
                    END-IF
           END-EVALUATE.

       620-99-FIM. EXIT.

       630-FECHA.

           EVALUATE ORG-MODO
               WHEN "I"
                    SET CWSQLC-CLOSE TO TRUE
                    CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
               WHEN "R"
                    CLOSE DADREC
               WHEN OTHER
                    CLOSE DADLIN
           END-EVALUATE.

       630-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWDBCM_ORG" UPON ENVIRONMENT-NAME
           ACCEPT  ORG-PADRAO   FROM ENVIRONMENT-VALUE
           IF   ORG-PADRAO NOT = "R" AND NOT = "r"
                MOVE "L" TO ORG-PADRAO
           ELSE
                MOVE "R" TO ORG-PADRAO
           END-IF
           DISPLAY "CWDBKP_PATH" UPON ENVIRONMENT-NAME
           ACCEPT  PATH-BKP      FROM ENVIRONMENT-VALUE
           IF   PATH-BKP = SPACES
                MOVE "CWBKP" TO PATH-BKP
           END-IF
           DISPLAY "CWDBKP_GERACOES" UPON ENVIRONMENT-NAME
           ACCEPT  GERACOES-CHAR     FROM ENVIRONMENT-VALUE
           IF   GERACOES-CHAR NUMERIC
           AND  GERACOES-CHAR NOT = "0"
                MOVE GERACOES-CHAR TO GERACOES
           END-IF
           CALL "CWUNIX" USING PARAMETROS-CWUNIX
           IF   CWUNIX-ON
                MOVE "/" TO BARRA
           ELSE
                MOVE "\" TO BARRA
           END-IF
           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       800-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWDBCM.
