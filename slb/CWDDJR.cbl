       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDDJR.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Consulta e reversao do journal dos arquivos  *
                      *  de dados (CWDDJ<AAAAMMDD>.JRN gravado pelo   *
                      *  CWDDJL a partir do CWDMNT e do CWLOAD).      *
                      *  Navegar: lista as entradas (filtro por       *
                      *  arquivo e lote) com quem, quando, de que     *
                      *  programa e as imagens anterior e nova.       *
                      *  Historico: todas as entradas de um registro, *
                      *  achado pela chave (campos "K" do layout 01   *
                      *  no dicionario "DD") na imagem anterior ou    *
                      *  na nova.  Da entrada escolhida, Reverter     *
                      *  desfaz a gravacao: inclusao sai, alteracao   *
                      *  volta a imagem anterior, exclusao volta o    *
                      *  registro (no lugar de origem no sequencial). *
                      *  So reverte se o registro ainda esta como a   *
                      *  gravacao o deixou.                           *
                      *  Lote: desfaz uma carga inteira do CWLOAD,    *
                      *  tirando do arquivo os registros do lote que  *
                      *  continuam como foram carregados, e imprime   *
                      *  via CWIMPR removidos e nao encontrados.      *
                      *  Toda reversao volta para o journal (programa *
                      *  CWDDJR) e para a auditoria.  Arquivo         *
                      *  indexado do "02" e' tratado pela chave       *
                      *  (CWDIDX); sequencial e' repassado num        *
                      *  temporario, como texto ou, com CWDDJR_ORG=R, *
                      *  como registros fixos.  Journal via           *
                      *  CWDDJR_ARQUIVO (CWDDJ<hoje>.JRN no diretorio *
                      *  de CWDDJL_PATH por falta) ou pela data       *
                      *  pedida no menu.                              *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JRNDD  ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-JRNDD.

           SELECT LOTWK  ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-LOTWK.

           SELECT DADLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-DADLIN.

           SELECT DADREC ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-DADREC.

           SELECT TMPLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-TMPLIN.

           SELECT TMPREC ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-TMPREC.

       DATA DIVISION.
       FILE SECTION.

       FD   JRNDD
            VALUE OF FILE-ID LB-JRNDD.

       01   JRNDD-REG.
            05 JRNDD-VERBO              PIC  X(001).
            05 JRNDD-DATA               PIC  9(008).
            05 JRNDD-HORA               PIC  9(006).
            05 JRNDD-USUARIO            PIC  X(030).
            05 JRNDD-PROGRAMA           PIC  X(008).
            05 JRNDD-ARQUIVO            PIC  X(030).
            05 JRNDD-LOTE               PIC  X(020).
            05 JRNDD-POSICAO            PIC  9(007).
            05 JRNDD-TAMANHO            PIC  9(004).
            05 JRNDD-ANTES              PIC  X(2048).
            05 JRNDD-DEPOIS             PIC  X(2048).

       FD   LOTWK
            VALUE OF FILE-ID LB-LOTWK.

       01   LOTWK-REG.
            05 FILLER                   PIC  X(114).
            05 LOTWK-ANTES              PIC  X(2048).
            05 LOTWK-DEPOIS             PIC  X(2048).

       FD   DADLIN
            VALUE OF FILE-ID LB-DADOS.

       01   DADLIN-REG PIC X(2048).

       FD   DADREC
            VALUE OF FILE-ID LB-DADOS
            RECORD VARYING FROM 1 TO 2048 DEPENDING ON TAM-DADOS.

       01   DADREC-REG PIC X(2048).

       FD   TMPLIN
            VALUE OF FILE-ID LB-TEMP.

       01   TMPLIN-REG PIC X(2048).

       FD   TMPREC
            VALUE OF FILE-ID LB-TEMP
            RECORD VARYING FROM 1 TO 2048 DEPENDING ON TAM-DADOS.

       01   TMPREC-REG PIC X(2048).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-JRNDD.
              10 FS-JRNDD              PIC  X(002) VALUE "00".
              10 LB-JRNDD              PIC  X(255) VALUE SPACES.
           05 ER-LOTWK.
              10 FS-LOTWK              PIC  X(002) VALUE "00".
              10 LB-LOTWK              PIC  X(255) VALUE SPACES.
           05 ER-DADOS.
              10 FS-DADLIN             PIC  X(002) VALUE "00".
              10 FS-DADREC             PIC  X(002) VALUE "00".
              10 FS-TMPLIN             PIC  X(002) VALUE "00".
              10 FS-TMPREC             PIC  X(002) VALUE "00".
              10 FS-LIDO               PIC  X(002) VALUE "00".
              10 LB-DADOS              PIC  X(255) VALUE SPACES.
              10 LB-TEMP               PIC  X(255) VALUE SPACES.
           05 ORG-MODO                 PIC  X(001) VALUE "L".
           05 ORG-PADRAO               PIC  X(001) VALUE "L".
           05 TAM-REGISTRO             PIC  9(004) VALUE 0.
           05 TAM-DADOS                PIC  9(004) VALUE 0.
           05 TAM-CMP                  PIC  9(004) VALUE 0.
           05 I                        PIC  9(003) VALUE 0.
           05 J                        PIC  9(003) VALUE 0.
           05 K                        PIC  9(002) VALUE 0.
           05 S                        PIC  9(003) VALUE 0.
           05 BASE                     PIC  9(003) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 PATH-JRN                 PIC  X(060) VALUE SPACES.
           05 BARRA                    PIC  X(001) VALUE "/".
           05 DATA-JRN                 PIC  9(008) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 MOTIVO                   PIC  X(050) VALUE SPACES.
           05 VIS-LINHA                PIC  X(070) VALUE SPACES.
           05 VIS-POS.
              10 VIS-POS-LIN           PIC  9(002) VALUE 0.
              10 FILLER                PIC  X(004) VALUE "0870".
      *    Filtros da lista: N = navegar, H = historico de um registro
           05 MODO-LISTA               PIC  X(001) VALUE "N".
           05 FILTRO-ARQUIVO           PIC  X(030) VALUE SPACES.
           05 FILTRO-LOTE              PIC  X(020) VALUE SPACES.
           05 FILTRO-CHAVE             PIC  X(060) VALUE SPACES.
           05 ENTRA                    PIC  X(001) VALUE SPACE.
      *    Chave do arquivo do historico: campos "K" do layout 01 em
      *    ordem de posicao
           05 TOT-K                    PIC  9(002) VALUE 0.
           05 TAM-CHAVE                PIC  9(004) VALUE 0.
           05 ACHOU-LUGAR              PIC  X(001) VALUE SPACE.
           05 TAB-K.
              10 K-TB OCCURS 26.
                 15 K-POS              PIC  9(004).
                 15 K-TAM              PIC  9(003).
           05 IMAGEM-W                 PIC  X(2048) VALUE SPACES.
           05 CHAVE-W                  PIC  X(060) VALUE SPACES.
           05 TOT-ENTRADAS             PIC  9(003) VALUE 0.
           05 SEQ-ATUAL                PIC  9(007) VALUE 0.
           05 TABELA-ENTRADAS.
              10 EN-TB OCCURS 200.
                 15 EN-SEQ             PIC  9(007).
                 15 EN-VERBO           PIC  X(001).
                 15 EN-DATA            PIC  9(008).
                 15 EN-HORA            PIC  9(006).
                 15 EN-USUARIO         PIC  X(030).
                 15 EN-ARQUIVO         PIC  X(030).
                 15 EN-CHAVE           PIC  X(034).
      *    Entrada em reversao (mesmo layout do journal)
           05 ACHOU-ENTRADA            PIC  X(001) VALUE SPACE.
           05 EA-REG.
              10 EA-VERBO              PIC  X(001).
              10 EA-DATA               PIC  9(008).
              10 EA-HORA               PIC  9(006).
              10 EA-USUARIO            PIC  X(030).
              10 EA-PROGRAMA           PIC  X(008).
              10 EA-ARQUIVO            PIC  X(030).
              10 EA-LOTE               PIC  X(020).
              10 EA-POSICAO            PIC  9(007).
              10 EA-TAMANHO            PIC  9(004).
              10 EA-ANTES              PIC  X(2048).
              10 EA-DEPOIS             PIC  X(2048).
      *    Arquivo alvo da reversao, pelo cadastro "02"
           05 ARQ-W                    PIC  X(030) VALUE SPACES.
           05 CHAVE-POS                PIC  9(004) VALUE 0.
           05 CHAVE-TAM                PIC  9(002) VALUE 0.
           05 REGISTRO                 PIC  X(2048) VALUE SPACES.
           05 REG-SAIDA                PIC  X(2048) VALUE SPACES.
           05 REG-ATUAL                PIC  9(007) VALUE 0.
           05 REG-ACHADO               PIC  9(007) VALUE 0.
           05 ACHOU-REG                PIC  X(001) VALUE SPACE.
      *    Lotes de carga do journal
           05 L                        PIC  9(003) VALUE 0.
           05 TOT-LOTES                PIC  9(003) VALUE 0.
           05 TABELA-LOTES.
              10 LT-TB OCCURS 200.
                 15 LT-LOTE            PIC  X(020).
                 15 LT-ARQUIVO         PIC  X(030).
                 15 LT-TAMANHO         PIC  9(004).
                 15 LT-QTDE            PIC  9(007).
           05 LOTE-REV                 PIC  X(020) VALUE SPACES.
           05 REMOVIDOS                PIC  9(007) VALUE 0.
           05 NAO-ACHADOS              PIC  9(007) VALUE 0.
           05 ENTROU-LOTE              PIC  X(001) VALUE SPACE.
           05 TEM-1                    PIC  X(001) VALUE SPACE.
           05 TEM-2                    PIC  X(001) VALUE SPACE.
           05 ESP-1                    PIC  X(2048) VALUE SPACES.
           05 ESP-2                    PIC  X(2048) VALUE SPACES.

       01  LINHAS-DE-IMPRESSAO-JR.
       02  LINHA-JR-1.
           05 FILLER                   PIC  X(040) VALUE
              "REVERSAO DE LOTE".
       02  LINHA-JR-2.
           05 JR-ROTULO                PIC  X(022) VALUE SPACES.
           05 JR-TEXTO                 PIC  X(030) VALUE SPACES.
       02  LINHA-JR-3.
           05 JR-ROTULO-3              PIC  X(022) VALUE SPACES.
           05 JR-CONTA                 PIC  ZZZ.ZZZ.ZZ9.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWTIME.
       COPY CWUNIX.
       COPY CWCONF.
       COPY CWDIDX.
       COPY CWDDJL.

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
           MOVE "Journal dos arquivos de dados:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Navegar no journal"        TO CWBOXS-TEXT (1)
           MOVE "~Historico de um registro"  TO CWBOXS-TEXT (2)
           MOVE "~Reverter carga do CWLOAD"  TO CWBOXS-TEXT (3)
           MOVE "~Trocar a data do journal"  TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 200-NAVEGA    THRU 200-99-FIM
               WHEN 2 PERFORM 250-HISTORICO THRU 250-99-FIM
               WHEN 3 PERFORM 400-LOTES     THRU 400-99-FIM
               WHEN 4 PERFORM 500-TROCA-DATA THRU 500-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.

      *    Navegacao: filtra por arquivo e lote e lista as entradas
      *    que couberem na tabela (200 primeiras do filtro)
       200-NAVEGA.

           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 04 TO CWBOXW-VERTICAL-LENGTH
           MOVE 60 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100718" "Arquivo (branco=todos):"
           CALL "CWMSGW" USING "110718" "Lote    (branco=todos):"
           MOVE SPACES TO FILTRO-ARQUIVO FILTRO-LOTE
           ACCEPT FILTRO-ARQUIVO AT 1032 WITH UPDATE
           ACCEPT FILTRO-LOTE    AT 1132 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE "N" TO MODO-LISTA
           PERFORM 205-LISTA-ENTRADAS THRU 205-99-FIM.

       200-99-FIM. EXIT.

       205-LISTA-ENTRADAS.

           PERFORM 210-CARREGA THRU 210-99-FIM
           IF   TOT-ENTRADAS = 0
                MOVE "Nenhuma entrada no journal para o filtro"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 205-99-FIM
           END-IF
           MOVE 0 TO BASE
           MOVE 1 TO CWBOXS-OPTION
           PERFORM 220-LISTA THRU 220-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           MOVE 1 TO CWBOXS-OPTION.

       205-99-FIM. EXIT.

       210-CARREGA.

           MOVE 0 TO TOT-ENTRADAS SEQ-ATUAL
           OPEN INPUT JRNDD
           IF   FS-JRNDD NOT = "00"
                GO TO 210-99-FIM
           END-IF
           PERFORM UNTIL FS-JRNDD > "09"
                      OR TOT-ENTRADAS = 200
                   READ JRNDD
                   IF   FS-JRNDD = "00"
                        ADD  1 TO SEQ-ATUAL
                        PERFORM 215-FILTRA THRU 215-99-FIM
                        IF   ENTRA = "S"
                             ADD  1 TO TOT-ENTRADAS
                             MOVE SEQ-ATUAL
                               TO EN-SEQ (TOT-ENTRADAS)
                             MOVE JRNDD-VERBO
                               TO EN-VERBO (TOT-ENTRADAS)
                             MOVE JRNDD-DATA
                               TO EN-DATA (TOT-ENTRADAS)
                             MOVE JRNDD-HORA
                               TO EN-HORA (TOT-ENTRADAS)
                             MOVE JRNDD-USUARIO
                               TO EN-USUARIO (TOT-ENTRADAS)
                             MOVE JRNDD-ARQUIVO
                               TO EN-ARQUIVO (TOT-ENTRADAS)
                             MOVE CHAVE-W (1: 34)
                               TO EN-CHAVE (TOT-ENTRADAS)
                        END-IF
                   END-IF
           END-PERFORM
           CLOSE JRNDD.

       210-99-FIM. EXIT.

      *    No historico a entrada vale se a chave da imagem nova ou a
      *    da anterior e' a pedida; na navegacao a "chave" mostrada e'
      *    o inicio da imagem
       215-FILTRA.

           MOVE "S" TO ENTRA
           IF   FILTRO-ARQUIVO NOT = SPACES
           AND  JRNDD-ARQUIVO NOT = FILTRO-ARQUIVO
                MOVE "N" TO ENTRA
                GO TO 215-99-FIM
           END-IF
           IF   FILTRO-LOTE NOT = SPACES
           AND  JRNDD-LOTE NOT = FILTRO-LOTE
                MOVE "N" TO ENTRA
                GO TO 215-99-FIM
           END-IF
           IF   MODO-LISTA NOT = "H"
                IF   JRNDD-VERBO = "D"
                     MOVE JRNDD-ANTES (1: 60)  TO CHAVE-W
                ELSE
                     MOVE JRNDD-DEPOIS (1: 60) TO CHAVE-W
                END-IF
                GO TO 215-99-FIM
           END-IF
           IF   JRNDD-VERBO NOT = "D"
                MOVE JRNDD-DEPOIS TO IMAGEM-W
                PERFORM 265-MONTA-CHAVE THRU 265-99-FIM
                IF   CHAVE-W = FILTRO-CHAVE
                     GO TO 215-99-FIM
                END-IF
           END-IF
           IF   JRNDD-VERBO NOT = "W"
                MOVE JRNDD-ANTES TO IMAGEM-W
                PERFORM 265-MONTA-CHAVE THRU 265-99-FIM
                IF   CHAVE-W = FILTRO-CHAVE
                     GO TO 215-99-FIM
                END-IF
           END-IF
           MOVE "N" TO ENTRA.

       215-99-FIM. EXIT.

       220-LISTA.

           MOVE 04  TO CWBOXS-LINE
           MOVE 05  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           IF   MODO-LISTA = "H"
                MOVE "Historico (verbo/data/hora/usuario):"
                  TO CWBOXS-TITLE
           ELSE
                MOVE "Journal (verbo/data/hora/usuario):"
                  TO CWBOXS-TITLE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE S = BASE + I
                   IF   S NOT > TOT-ENTRADAS
                        MOVE SPACES TO CWBOXS-TEXT (I)
                        IF   MODO-LISTA = "H"
                             STRING EN-VERBO (S) " "
                                    EN-DATA (S) " "
                                    EN-HORA (S) " "
                                    EN-USUARIO (S) (1: 21)
                                    DELIMITED BY SIZE
                               INTO CWBOXS-TEXT (I)
                        ELSE
                             STRING EN-VERBO (S) " "
                                    EN-DATA (S) " "
                                    EN-HORA (S) " "
                                    EN-USUARIO (S) (1: 10) " "
                                    EN-ARQUIVO (S) (1: 10)
                                    DELIMITED BY SIZE
                               INTO CWBOXS-TEXT (I)
                        END-IF
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-ENTRADAS
                MOVE "--- mais entradas ---" TO CWBOXS-TEXT (25)
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
                GO TO 220-99-FIM
           END-IF
           IF   CWBOXS-OPTION = 25
                ADD 24 TO BASE
                IF   BASE NOT < TOT-ENTRADAS
                     MOVE 0 TO BASE
                END-IF
                GO TO 220-99-FIM
           END-IF
           COMPUTE S = BASE + CWBOXS-OPTION
           IF   S > TOT-ENTRADAS
                GO TO 220-99-FIM
           END-IF
           PERFORM 230-DETALHE THRU 230-99-FIM
           MOVE 1 TO CWBOXS-OPTION.

       220-99-FIM. EXIT.

      *    Entrada completa (relida do journal) e a opcao de reverter
       230-DETALHE.

           PERFORM 310-LE-ENTRADA THRU 310-99-FIM
           IF   ACHOU-ENTRADA NOT = "S"
                MOVE "Entrada nao encontrada no journal" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 230-99-FIM
           END-IF
           MOVE 08 TO CWBOXW-LINE
           MOVE 04 TO CWBOXW-COLUMN
           MOVE 10 TO CWBOXW-VERTICAL-LENGTH
           MOVE 72 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 07 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE SPACES TO VIS-LINHA
           EVALUATE EA-VERBO
               WHEN "W" MOVE "Verbo    : W inclusao"  TO VIS-LINHA
               WHEN "U" MOVE "Verbo    : U alteracao" TO VIS-LINHA
               WHEN "D" MOVE "Verbo    : D exclusao"  TO VIS-LINHA
           END-EVALUATE
           MOVE 09 TO VIS-POS-LIN
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           MOVE SPACES TO VIS-LINHA
           STRING "Quando   : " EA-DATA " " EA-HORA
                  DELIMITED BY SIZE INTO VIS-LINHA
           MOVE 10 TO VIS-POS-LIN
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           MOVE SPACES TO VIS-LINHA
           STRING "Usuario  : " EA-USUARIO
                  DELIMITED BY SIZE INTO VIS-LINHA
           MOVE 11 TO VIS-POS-LIN
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           MOVE SPACES TO VIS-LINHA
           STRING "Programa : " EA-PROGRAMA
                  DELIMITED BY SIZE INTO VIS-LINHA
           MOVE 12 TO VIS-POS-LIN
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           MOVE SPACES TO VIS-LINHA
           STRING "Arquivo  : " EA-ARQUIVO
                  DELIMITED BY SIZE INTO VIS-LINHA
           MOVE 13 TO VIS-POS-LIN
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           MOVE SPACES TO VIS-LINHA
           STRING "Lote     : " EA-LOTE "  Posicao: " EA-POSICAO
                  DELIMITED BY SIZE INTO VIS-LINHA
           MOVE 14 TO VIS-POS-LIN
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           MOVE SPACES TO VIS-LINHA
           STRING "Antes    : " EA-ANTES (1: 59)
                  DELIMITED BY SIZE INTO VIS-LINHA
           MOVE 15 TO VIS-POS-LIN
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           MOVE SPACES TO VIS-LINHA
           STRING "Depois   : " EA-DEPOIS (1: 59)
                  DELIMITED BY SIZE INTO VIS-LINHA
           MOVE 16 TO VIS-POS-LIN
           CALL "CWMSGW" USING VIS-POS VIS-LINHA
           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           MOVE "Entrada do journal" TO CWSEND-MSG
           MOVE "~Reverter" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"   TO CWSEND-SCREEN (2)
           MOVE 2           TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   CWSEND-OPTION = 1
                PERFORM 300-REVERTE THRU 300-99-FIM
           END-IF.

       230-99-FIM. EXIT.

      *    Historico de um registro: arquivo e chave (os campos "K"
      *    do layout 01 emendados, como no CWDMNT)
       250-HISTORICO.

           MOVE 09 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 04 TO CWBOXW-VERTICAL-LENGTH
           MOVE 74 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100508" "Arquivo:"
           CALL "CWMSGW" USING "110508" "Chave  :"
           MOVE SPACES TO FILTRO-ARQUIVO FILTRO-LOTE FILTRO-CHAVE
           ACCEPT FILTRO-ARQUIVO AT 1014 WITH UPDATE
           ACCEPT FILTRO-CHAVE   AT 1114 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   FILTRO-ARQUIVO = SPACES
                GO TO 250-99-FIM
           END-IF
           PERFORM 260-CHAVES THRU 260-99-FIM
           IF   TOT-K = 0
                MOVE "Arquivo sem chave (K) no layout 01 do DD"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 250-99-FIM
           END-IF
           MOVE "H" TO MODO-LISTA
           PERFORM 205-LISTA-ENTRADAS THRU 205-99-FIM.

       250-99-FIM. EXIT.

       260-CHAVES.

           MOVE 0 TO TOT-K TAM-CHAVE
           MOVE "DD"           TO CWCONF-REG
           MOVE SPACES         TO CWCONF-CHAVE
           MOVE FILTRO-ARQUIVO TO CWCONF-CHAVE (1: 30)
           MOVE "01"           TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 260-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-SIZE-P-99 (I) > 0
                   AND  CWCONF-FATOR-P-99 (I) > 0
                   AND  CWCONF-PASS (I) (1: 1) = "K"
                        PERFORM 262-INSERE-K THRU 262-99-FIM
                   END-IF
           END-PERFORM
           IF   TAM-CHAVE > 60
                MOVE 0 TO TOT-K
           END-IF.

       260-99-FIM. EXIT.

      *    Campo "K" entra na tabela em ordem de posicao
       262-INSERE-K.

           ADD  1     TO TOT-K
           ADD  CWCONF-FATOR-P-99 (I) TO TAM-CHAVE
           MOVE TOT-K TO K
           MOVE "N"   TO ACHOU-LUGAR
           PERFORM UNTIL ACHOU-LUGAR = "S"
                   IF   K = 1
                        MOVE "S" TO ACHOU-LUGAR
                   ELSE
                        IF   K-POS (K - 1)
                             NOT > CWCONF-SIZE-P-99 (I)
                             MOVE "S" TO ACHOU-LUGAR
                        ELSE
                             MOVE K-TB (K - 1) TO K-TB (K)
                             SUBTRACT 1 FROM K
                        END-IF
                   END-IF
           END-PERFORM
           MOVE CWCONF-SIZE-P-99 (I)  TO K-POS (K)
           MOVE CWCONF-FATOR-P-99 (I) TO K-TAM (K).

       262-99-FIM. EXIT.

      *    Chave da imagem IMAGEM-W pelos campos "K"
       265-MONTA-CHAVE.

           MOVE SPACES TO CHAVE-W
           MOVE 1      TO J
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOT-K
                   IF   K-POS (K) + K-TAM (K) - 1 NOT > 2048
                        MOVE IMAGEM-W (K-POS (K): K-TAM (K))
                          TO CHAVE-W (J: K-TAM (K))
                   END-IF
                   ADD K-TAM (K) TO J
           END-PERFORM.

       265-99-FIM. EXIT.

      *    Reverte a entrada EA-REG: inclusao sai, alteracao volta a
      *    imagem anterior, exclusao volta o registro - sempre
      *    conferindo que o registro ainda esta como ficou
       300-REVERTE.

           MOVE EA-ARQUIVO TO ARQ-W
           PERFORM 320-LE-02 THRU 320-99-FIM
           MOVE EA-TAMANHO TO TAM-REGISTRO
           PERFORM 325-TAMANHO THRU 325-99-FIM
           MOVE "N"    TO ACHOU-REG
           MOVE 0      TO REG-ACHADO
           MOVE SPACES TO MOTIVO
           IF   ORG-MODO = "I"
                PERFORM 330-REVERTE-INDEXADO   THRU 330-99-FIM
           ELSE
                PERFORM 340-REVERTE-SEQUENCIAL THRU 340-99-FIM
           END-IF
           IF   ACHOU-REG NOT = "S"
                MOVE MOTIVO TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 300-99-FIM
           END-IF

      *    A reversao entra no journal como a gravacao inversa
           EVALUATE EA-VERBO
               WHEN "W"
                    SET  CWDDJL-EXCLUSAO TO TRUE
                    MOVE EA-DEPOIS       TO CWDDJL-IMAGEM-ANTES
                    MOVE SPACES          TO CWDDJL-IMAGEM-DEPOIS
               WHEN "U"
                    SET  CWDDJL-ALTERACAO TO TRUE
                    MOVE EA-DEPOIS       TO CWDDJL-IMAGEM-ANTES
                    MOVE EA-ANTES        TO CWDDJL-IMAGEM-DEPOIS
               WHEN "D"
                    SET  CWDDJL-INCLUSAO TO TRUE
                    MOVE SPACES          TO CWDDJL-IMAGEM-ANTES
                    MOVE EA-ANTES        TO CWDDJL-IMAGEM-DEPOIS
           END-EVALUATE
           MOVE SPACES     TO CWDDJL-LOTE
           MOVE REG-ACHADO TO CWDDJL-POSICAO
           MOVE "N"        TO CWDDJL-MANTER
           PERFORM 350-JOURNAL THRU 350-99-FIM
           PERFORM 360-AUDITA  THRU 360-99-FIM
           MOVE "Alteracao revertida" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       300-99-FIM. EXIT.

      *    Rele do journal a entrada de numero EN-SEQ (S)
       310-LE-ENTRADA.

           MOVE "N" TO ACHOU-ENTRADA
           MOVE 0   TO SEQ-ATUAL
           OPEN INPUT JRNDD
           IF   FS-JRNDD NOT = "00"
                GO TO 310-99-FIM
           END-IF
           PERFORM UNTIL FS-JRNDD > "09"
                      OR ACHOU-ENTRADA = "S"
                   READ JRNDD
                   IF   FS-JRNDD = "00"
                        ADD 1 TO SEQ-ATUAL
                        IF   SEQ-ATUAL = EN-SEQ (S)
                             MOVE JRNDD-REG TO EA-REG
                             MOVE "S" TO ACHOU-ENTRADA
                        END-IF
                   END-IF
           END-PERFORM
           CLOSE JRNDD.

       310-99-FIM. EXIT.

      *    Arquivo ARQ-W no "02": indexado vai pela chave (CWDIDX);
      *    fora do cadastro e' tratado como sequencial pelo nome
       320-LE-02.

           MOVE ARQ-W      TO LB-DADOS
           MOVE ORG-PADRAO TO ORG-MODO
           MOVE 0          TO CHAVE-POS CHAVE-TAM
           MOVE "02"  TO CWCONF-REG
           MOVE ARQ-W TO CWCONF-CHAVE
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 320-99-FIM
           END-IF
           MOVE CWCONF-ARQUIVO TO LB-DADOS
           IF   CWCONF-JOB-TIPO = "I"
                MOVE "I" TO ORG-MODO
                IF   CWCONF-PAGINA NUMERIC
                AND  CWCONF-QUADRO NUMERIC
                     MOVE CWCONF-PAGINA TO CHAVE-POS
                     MOVE CWCONF-QUADRO TO CHAVE-TAM
                END-IF
           END-IF.

       320-99-FIM. EXIT.

      *    Trecho comparado = o tamanho do layout gravado no journal
       325-TAMANHO.

           MOVE TAM-REGISTRO TO TAM-CMP
           IF   TAM-CMP = 0
           OR   TAM-CMP > 2048
                MOVE 2048 TO TAM-CMP
                MOVE 2048 TO TAM-REGISTRO
           END-IF.

       325-99-FIM. EXIT.

       330-REVERTE-INDEXADO.

           PERFORM 380-ABRE-INDEXADO THRU 380-99-FIM
           IF   CWDIDX-STATUS > "09"
                MOVE "Falha ao abrir o arquivo de dados" TO MOTIVO
                GO TO 330-99-FIM
           END-IF
           IF   EA-VERBO = "D"
                MOVE EA-ANTES TO CWDIDX-REGISTRO
                SET CWSQLC-WRITE TO TRUE
                GO TO 330-GRAVA
           END-IF
           MOVE EA-DEPOIS TO CWDIDX-REGISTRO
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
           OR   CWDIDX-REGISTRO (1: TAM-CMP)
                NOT = EA-DEPOIS (1: TAM-CMP)
                MOVE "Registro mudou depois desta gravacao" TO MOTIVO
                GO TO 330-FECHA
           END-IF
           IF   EA-VERBO = "W"
                MOVE EA-DEPOIS TO CWDIDX-REGISTRO
                SET CWSQLC-DELETE TO TRUE
           ELSE
                MOVE EA-ANTES TO CWDIDX-REGISTRO
                SET CWSQLC-REWRITE TO TRUE
           END-IF.

       330-GRAVA.

           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           EVALUATE TRUE
               WHEN CWDIDX-STATUS = "22"
                    MOVE "Ja existe registro com esta chave" TO MOTIVO
               WHEN CWDIDX-STATUS > "09"
                    STRING "Falha na gravacao do arquivo indexado: "
                           CWDIDX-STATUS DELIMITED BY SIZE
                      INTO MOTIVO
               WHEN OTHER
                    MOVE "S" TO ACHOU-REG
           END-EVALUATE.

       330-FECHA.

           PERFORM 390-FECHA-INDEXADO THRU 390-99-FIM.

       330-99-FIM. EXIT.

      *    Sequencial: repassa para o temporario; a inclusao revertida
      *    nao e' copiada, a alteracao volta a imagem anterior e a
      *    exclusao devolve o registro na posicao que tinha (no fim,
      *    se o arquivo ficou menor)
       340-REVERTE-SEQUENCIAL.

           MOVE 0 TO REG-ATUAL
           PERFORM 370-ABRE-SEQUENCIAL THRU 370-99-FIM
           IF   FS-LIDO NOT = "00"
                MOVE "Falha ao abrir o arquivo de dados" TO MOTIVO
                GO TO 340-99-FIM
           END-IF
           PERFORM 372-LE-SEQUENCIAL THRU 372-99-FIM
           PERFORM UNTIL FS-LIDO > "09"
                   ADD 1 TO REG-ATUAL
                   PERFORM 345-TRATA-REGISTRO THRU 345-99-FIM
                   PERFORM 372-LE-SEQUENCIAL THRU 372-99-FIM
           END-PERFORM
           IF   EA-VERBO = "D"
           AND  ACHOU-REG NOT = "S"
                MOVE EA-ANTES TO REG-SAIDA
                PERFORM 374-GRAVA-TEMP THRU 374-99-FIM
                MOVE "S" TO ACHOU-REG
                COMPUTE REG-ACHADO = REG-ATUAL + 1
           END-IF
           PERFORM 376-TROCA-ARQUIVO THRU 376-99-FIM
           IF   ACHOU-REG NOT = "S"
                MOVE "Registro mudou depois desta gravacao" TO MOTIVO
           END-IF.

       340-99-FIM. EXIT.

       345-TRATA-REGISTRO.

           MOVE REGISTRO TO REG-SAIDA
           IF   ACHOU-REG = "S"
                PERFORM 374-GRAVA-TEMP THRU 374-99-FIM
                GO TO 345-99-FIM
           END-IF
           IF   EA-VERBO = "D"
                IF   REG-ATUAL = EA-POSICAO
                     MOVE EA-ANTES  TO REG-SAIDA
                     PERFORM 374-GRAVA-TEMP THRU 374-99-FIM
                     MOVE "S"       TO ACHOU-REG
                     MOVE REG-ATUAL TO REG-ACHADO
                     MOVE REGISTRO  TO REG-SAIDA
                END-IF
                PERFORM 374-GRAVA-TEMP THRU 374-99-FIM
                GO TO 345-99-FIM
           END-IF
           IF   REGISTRO (1: TAM-CMP) NOT = EA-DEPOIS (1: TAM-CMP)
                PERFORM 374-GRAVA-TEMP THRU 374-99-FIM
                GO TO 345-99-FIM
           END-IF
           MOVE "S"       TO ACHOU-REG
           MOVE REG-ATUAL TO REG-ACHADO
           IF   EA-VERBO = "U"
                MOVE EA-ANTES TO REG-SAIDA
                PERFORM 374-GRAVA-TEMP THRU 374-99-FIM
           END-IF.

       345-99-FIM. EXIT.

      *    Imagens da reversao para o journal
       350-JOURNAL.

           MOVE "CWDDJR"     TO CWDDJL-PROGRAMA
           MOVE ARQ-W        TO CWDDJL-ARQUIVO
           MOVE TAM-REGISTRO TO CWDDJL-TAMANHO
           CALL "CWDDJL" USING PARAMETROS-CWDDJL.

       350-99-FIM. EXIT.

       360-AUDITA.

           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", reversao do journal em ' DELIMITED BY SIZE
                  LB-DADOS DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS.

       360-99-FIM. EXIT.

      *    Original para leitura e temporario para gravacao; FS-LIDO
      *    fica com o status da abertura do original
       370-ABRE-SEQUENCIAL.

           MOVE SPACES TO LB-TEMP
           STRING "CWDDJR" TASK ".TMP" DELIMITED BY SIZE
             INTO LB-TEMP
           IF   ORG-MODO = "R"
                OPEN INPUT DADREC
                MOVE FS-DADREC TO FS-LIDO
                IF   FS-LIDO = "00"
                     OPEN OUTPUT TMPREC
                END-IF
           ELSE
                OPEN INPUT DADLIN
                MOVE FS-DADLIN TO FS-LIDO
                IF   FS-LIDO = "00"
                     OPEN OUTPUT TMPLIN
                END-IF
           END-IF.

       370-99-FIM. EXIT.

       372-LE-SEQUENCIAL.

           IF   ORG-MODO = "R"
                READ DADREC
                MOVE FS-DADREC TO FS-LIDO
                IF   FS-LIDO = "00"
                     MOVE SPACES TO REGISTRO
                     MOVE DADREC-REG (1: TAM-DADOS) TO REGISTRO
                END-IF
           ELSE
                READ DADLIN
                MOVE FS-DADLIN TO FS-LIDO
                IF   FS-LIDO = "00"
                     MOVE SPACES     TO REGISTRO
                     MOVE DADLIN-REG TO REGISTRO
                END-IF
           END-IF.

       372-99-FIM. EXIT.

       374-GRAVA-TEMP.

           IF   ORG-MODO = "R"
                MOVE TAM-REGISTRO TO TAM-DADOS
                MOVE REG-SAIDA (1: TAM-REGISTRO) TO TMPREC-REG
                WRITE TMPREC-REG
           ELSE
                MOVE REG-SAIDA TO TMPLIN-REG
                WRITE TMPLIN-REG
           END-IF.

       374-99-FIM. EXIT.

      *    Com algo revertido o temporario toma o lugar do original;
      *    sem nada, e' descartado
       376-TROCA-ARQUIVO.

           IF   ORG-MODO = "R"
                CLOSE DADREC TMPREC
           ELSE
                CLOSE DADLIN TMPLIN
           END-IF
           IF   ACHOU-REG NOT = "S"
                IF   ORG-MODO = "R"
                     DELETE FILE TMPREC
                ELSE
                     DELETE FILE TMPLIN
                END-IF
                GO TO 376-99-FIM
           END-IF
           CALL "CBL_DELETE_FILE" USING LB-DADOS
           CALL "CBL_RENAME_FILE" USING LB-TEMP LB-DADOS.

       376-99-FIM. EXIT.

      *    Abre o indexado para atualizacao (I-O) pela chave do "02"
       380-ABRE-INDEXADO.

           MOVE 1            TO CWDIDX-CANAL
           MOVE LB-DADOS     TO CWDIDX-ARQUIVO
           MOVE CHAVE-POS    TO CWDIDX-CHAVE-POS
           MOVE CHAVE-TAM    TO CWDIDX-CHAVE-TAM
           MOVE TAM-REGISTRO TO CWDIDX-TAMANHO
           SET CWSQLC-UPDATE TO TRUE
           SET CWSQLC-OPEN   TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX.

       380-99-FIM. EXIT.

       390-FECHA-INDEXADO.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX.

       390-99-FIM. EXIT.

      *    Lotes de carga (inclusoes com lote) do journal
       400-LOTES.

           PERFORM 410-CARREGA-LOTES THRU 410-99-FIM
           IF   TOT-LOTES = 0
                MOVE "Nenhuma carga com lote neste journal"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 400-99-FIM
           END-IF
           MOVE 0 TO BASE
           MOVE 1 TO CWBOXS-OPTION
           PERFORM 420-LISTA-LOTES THRU 420-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           MOVE 1 TO CWBOXS-OPTION.

       400-99-FIM. EXIT.

       410-CARREGA-LOTES.

           MOVE 0 TO TOT-LOTES
           OPEN INPUT JRNDD
           IF   FS-JRNDD NOT = "00"
                GO TO 410-99-FIM
           END-IF
           PERFORM UNTIL FS-JRNDD > "09"
                   READ JRNDD
                   IF   FS-JRNDD = "00"
                   AND  JRNDD-VERBO = "W"
                   AND  JRNDD-LOTE NOT = SPACES
                        PERFORM 415-CONTA-LOTE THRU 415-99-FIM
                   END-IF
           END-PERFORM
           CLOSE JRNDD.

       410-99-FIM. EXIT.

       415-CONTA-LOTE.

           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > TOT-LOTES
                      OR LT-LOTE (L) = JRNDD-LOTE
                   CONTINUE
           END-PERFORM
           IF   L > TOT-LOTES
                IF   TOT-LOTES = 200
                     GO TO 415-99-FIM
                END-IF
                ADD  1 TO TOT-LOTES
                MOVE TOT-LOTES     TO L
                MOVE JRNDD-LOTE    TO LT-LOTE (L)
                MOVE JRNDD-ARQUIVO TO LT-ARQUIVO (L)
                MOVE JRNDD-TAMANHO TO LT-TAMANHO (L)
                MOVE 0             TO LT-QTDE (L)
           END-IF
           ADD 1 TO LT-QTDE (L).

       415-99-FIM. EXIT.

       420-LISTA-LOTES.

           MOVE 04  TO CWBOXS-LINE
           MOVE 05  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Carga (lote/arquivo/registros):" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE S = BASE + I
                   IF   S NOT > TOT-LOTES
                        MOVE SPACES TO CWBOXS-TEXT (I)
                        STRING LT-LOTE (S) " "
                               LT-ARQUIVO (S) (1: 11) " "
                               LT-QTDE (S)
                               DELIMITED BY SIZE
                          INTO CWBOXS-TEXT (I)
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-LOTES
                MOVE "--- mais lotes ---" TO CWBOXS-TEXT (25)
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
                GO TO 420-99-FIM
           END-IF
           IF   CWBOXS-OPTION = 25
                ADD 24 TO BASE
                IF   BASE NOT < TOT-LOTES
                     MOVE 0 TO BASE
                END-IF
                GO TO 420-99-FIM
           END-IF
           COMPUTE L = BASE + CWBOXS-OPTION
           IF   L > TOT-LOTES
                GO TO 420-99-FIM
           END-IF
           PERFORM 430-REVERTE-LOTE THRU 430-99-FIM
           MOVE 0 TO CWBOXS-OPTION.

       420-99-FIM. EXIT.

      *    Desfaz a carga L: separa as inclusoes do lote num
      *    temporario e tira do arquivo os registros que continuam
      *    como foram carregados
       430-REVERTE-LOTE.

           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           STRING "Desfazer a carga " LT-LOTE (L)
                  " (" LT-QTDE (L) " registros de "
                  DELIMITED BY SIZE
                  LT-ARQUIVO (L) DELIMITED BY SPACE
                  ") ?" DELIMITED BY SIZE
             INTO CWSEND-MSG
           MOVE "~Confirmar" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE 2            TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           IF   CWSEND-OPTION NOT = 1
                GO TO 430-99-FIM
           END-IF

           PERFORM 440-SEPARA-LOTE THRU 440-99-FIM
           IF   FS-LOTWK > "09"
                MOVE "Falha ao separar o lote do journal" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 430-99-FIM
           END-IF
           MOVE LT-ARQUIVO (L) TO ARQ-W
           PERFORM 320-LE-02 THRU 320-99-FIM
           MOVE LT-TAMANHO (L) TO TAM-REGISTRO
           PERFORM 325-TAMANHO THRU 325-99-FIM
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACES TO LOTE-REV MOTIVO
           STRING "CWDDJR" CWTIME-DATE-FINAL
                  CWTIME-TIME-FINAL (1: 6)
                  DELIMITED BY SIZE INTO LOTE-REV
           MOVE 0 TO REMOVIDOS NAO-ACHADOS
           IF   ORG-MODO = "I"
                PERFORM 450-LOTE-INDEXADO   THRU 450-99-FIM
           ELSE
                PERFORM 460-LOTE-SEQUENCIAL THRU 460-99-FIM
           END-IF
           SET CWDDJL-FECHA TO TRUE
           CALL "CWDDJL" USING PARAMETROS-CWDDJL
           DELETE FILE LOTWK
           IF   REMOVIDOS > 0
                PERFORM 360-AUDITA THRU 360-99-FIM
           END-IF
           PERFORM 490-RELATORIO THRU 490-99-FIM
           MOVE SPACES TO CWSEND-MSG
           IF   MOTIVO NOT = SPACES
                MOVE MOTIVO TO CWSEND-MSG
           ELSE
                STRING "Carga desfeita: " REMOVIDOS
                       " removido(s), " NAO-ACHADOS
                       " nao encontrado(s)"
                       DELIMITED BY SIZE INTO CWSEND-MSG
           END-IF
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       430-99-FIM. EXIT.

       440-SEPARA-LOTE.

           MOVE SPACES TO LB-LOTWK
           STRING "CWDDJR" TASK ".LOT" DELIMITED BY SIZE
             INTO LB-LOTWK
           OPEN INPUT JRNDD
           IF   FS-JRNDD NOT = "00"
                MOVE FS-JRNDD TO FS-LOTWK
                GO TO 440-99-FIM
           END-IF
           OPEN OUTPUT LOTWK
           IF   FS-LOTWK NOT = "00"
                CLOSE JRNDD
                GO TO 440-99-FIM
           END-IF
           PERFORM UNTIL FS-JRNDD > "09"
                   READ JRNDD
                   IF   FS-JRNDD = "00"
                   AND  JRNDD-VERBO = "W"
                   AND  JRNDD-LOTE = LT-LOTE (L)
                        WRITE LOTWK-REG FROM JRNDD-REG
                   END-IF
           END-PERFORM
           CLOSE JRNDD LOTWK.

       440-99-FIM. EXIT.

      *    Indexado: cada registro do lote e' lido pela chave e sai se
      *    continua igual ao carregado
       450-LOTE-INDEXADO.

           PERFORM 380-ABRE-INDEXADO THRU 380-99-FIM
           IF   CWDIDX-STATUS > "09"
                MOVE "Falha ao abrir o arquivo de dados" TO MOTIVO
                MOVE LT-QTDE (L) TO NAO-ACHADOS
                GO TO 450-99-FIM
           END-IF
           OPEN INPUT LOTWK
           PERFORM UNTIL FS-LOTWK > "09"
                   READ LOTWK
                   IF   FS-LOTWK = "00"
                        PERFORM 455-EXCLUI-CHAVE THRU 455-99-FIM
                   END-IF
           END-PERFORM
           CLOSE LOTWK
           PERFORM 390-FECHA-INDEXADO THRU 390-99-FIM.

       450-99-FIM. EXIT.

       455-EXCLUI-CHAVE.

           MOVE LOTWK-DEPOIS TO CWDIDX-REGISTRO
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
           OR   CWDIDX-REGISTRO (1: TAM-CMP)
                NOT = LOTWK-DEPOIS (1: TAM-CMP)
                ADD 1 TO NAO-ACHADOS
                GO TO 455-99-FIM
           END-IF
           MOVE LOTWK-DEPOIS TO CWDIDX-REGISTRO
           SET CWSQLC-DELETE TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                ADD 1 TO NAO-ACHADOS
                GO TO 455-99-FIM
           END-IF
           MOVE 0 TO REG-ATUAL
           MOVE LOTWK-DEPOIS TO REGISTRO
           PERFORM 480-JOURNAL-LOTE THRU 480-99-FIM.

       455-99-FIM. EXIT.

      *    Sequencial: a carga foi anexada em bloco e na ordem do lote,
      *    entao o arquivo e o lote sao casados num unico passe.  Ja
      *    dentro do bloco, registro do lote alterado ou excluido
      *    depois e' pulado olhando um adiante; o que sobrar do lote
      *    no fim conta como nao encontrado
       460-LOTE-SEQUENCIAL.

           OPEN INPUT LOTWK
           MOVE "N" TO TEM-2 ENTROU-LOTE
           PERFORM 465-PROXIMO-DO-LOTE THRU 465-99-FIM
           PERFORM 465-PROXIMO-DO-LOTE THRU 465-99-FIM
           MOVE 0 TO REG-ATUAL
           PERFORM 370-ABRE-SEQUENCIAL THRU 370-99-FIM
           IF   FS-LIDO NOT = "00"
                CLOSE LOTWK
                MOVE "Falha ao abrir o arquivo de dados" TO MOTIVO
                MOVE LT-QTDE (L) TO NAO-ACHADOS
                GO TO 460-99-FIM
           END-IF
           PERFORM 372-LE-SEQUENCIAL THRU 372-99-FIM
           PERFORM UNTIL FS-LIDO > "09"
                   ADD 1 TO REG-ATUAL
                   PERFORM 462-CONFERE THRU 462-99-FIM
                   PERFORM 372-LE-SEQUENCIAL THRU 372-99-FIM
           END-PERFORM
           PERFORM 468-SOBRA THRU 468-99-FIM
                   UNTIL TEM-1 NOT = "S"
           CLOSE LOTWK
           MOVE "N" TO ACHOU-REG
           IF   REMOVIDOS > 0
                MOVE "S" TO ACHOU-REG
           END-IF
           PERFORM 376-TROCA-ARQUIVO THRU 376-99-FIM.

       460-99-FIM. EXIT.

       462-CONFERE.

           IF   TEM-1 = "S"
           AND  REGISTRO (1: TAM-CMP) = ESP-1 (1: TAM-CMP)
                MOVE "S" TO ENTROU-LOTE
                PERFORM 480-JOURNAL-LOTE    THRU 480-99-FIM
                PERFORM 465-PROXIMO-DO-LOTE THRU 465-99-FIM
                GO TO 462-99-FIM
           END-IF
           IF   ENTROU-LOTE = "S"
           AND  TEM-2 = "S"
           AND  REGISTRO (1: TAM-CMP) = ESP-2 (1: TAM-CMP)
                ADD 1 TO NAO-ACHADOS
                PERFORM 480-JOURNAL-LOTE    THRU 480-99-FIM
                PERFORM 465-PROXIMO-DO-LOTE THRU 465-99-FIM
                PERFORM 465-PROXIMO-DO-LOTE THRU 465-99-FIM
                GO TO 462-99-FIM
           END-IF
           MOVE REGISTRO TO REG-SAIDA
           PERFORM 374-GRAVA-TEMP THRU 374-99-FIM.

       462-99-FIM. EXIT.

      *    ESP-1 = proximo registro esperado do lote, ESP-2 = o
      *    seguinte
       465-PROXIMO-DO-LOTE.

           MOVE ESP-2 TO ESP-1
           MOVE TEM-2 TO TEM-1
           MOVE "N"   TO TEM-2
           IF   FS-LOTWK < "10"
                READ LOTWK
                IF   FS-LOTWK = "00"
                     MOVE LOTWK-DEPOIS TO ESP-2
                     MOVE "S"          TO TEM-2
                END-IF
           END-IF.

       465-99-FIM. EXIT.

       468-SOBRA.

           ADD 1 TO NAO-ACHADOS
           PERFORM 465-PROXIMO-DO-LOTE THRU 465-99-FIM.

       468-99-FIM. EXIT.

      *    Registro removido pela reversao do lote vai para o journal
      *    como exclusao, sob o lote da reversao
       480-JOURNAL-LOTE.

           ADD  1 TO REMOVIDOS
           SET  CWDDJL-EXCLUSAO TO TRUE
           MOVE LOTE-REV        TO CWDDJL-LOTE
           MOVE REG-ATUAL       TO CWDDJL-POSICAO
           MOVE "S"             TO CWDDJL-MANTER
           MOVE REGISTRO        TO CWDDJL-IMAGEM-ANTES
           MOVE SPACES          TO CWDDJL-IMAGEM-DEPOIS
           PERFORM 350-JOURNAL THRU 350-99-FIM.

       480-99-FIM. EXIT.

       490-RELATORIO.

           MOVE "ARQUIVOS DE DADOS"    TO CWIMPR-TITLE
           MOVE "CARGA DESFEITA"       TO CWIMPR-SUB-TITLE
           MOVE "Dados/Journal"        TO CWIMPR-NOTE
           SET  CWIMPR-SIZE-080        TO TRUE
           MOVE LINHA-JR-1             TO CWIMPR-HEADER-1
           MOVE "CWDDJRA"              TO CWIMPR-REPORT
           MOVE "Lote desfeito       :" TO JR-ROTULO
           MOVE LT-LOTE (L)            TO JR-TEXTO
           MOVE LINHA-JR-2             TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Arquivo             :" TO JR-ROTULO
           MOVE LT-ARQUIVO (L)         TO JR-TEXTO
           MOVE LINHA-JR-2             TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Lote da reversao    :" TO JR-ROTULO
           MOVE LOTE-REV               TO JR-TEXTO
           MOVE LINHA-JR-2             TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Registros do lote   :" TO JR-ROTULO-3
           MOVE LT-QTDE (L)            TO JR-CONTA
           MOVE LINHA-JR-3             TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Removidos           :" TO JR-ROTULO-3
           MOVE REMOVIDOS              TO JR-CONTA
           MOVE LINHA-JR-3             TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Nao encontrados     :" TO JR-ROTULO-3
           MOVE NAO-ACHADOS            TO JR-CONTA
           MOVE LINHA-JR-3             TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           IF   MOTIVO NOT = SPACES
                MOVE "Ocorrencia          :" TO JR-ROTULO
                MOVE MOTIVO                 TO JR-TEXTO
                MOVE LINHA-JR-2             TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           IF   NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       490-99-FIM. EXIT.

       500-TROCA-DATA.

           MOVE 10 TO CWBOXW-LINE
           MOVE 15 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 44 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111718" "Data (AAAAMMDD):"
           MOVE 0 TO DATA-JRN
           ACCEPT DATA-JRN AT 1135 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   DATA-JRN NOT = 0
                PERFORM 810-NOME-JOURNAL THRU 810-99-FIM
                MOVE SPACES TO CWSEND-MSG
                STRING "Journal: " DELIMITED BY SIZE
                       LB-JRNDD DELIMITED BY "  "
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       500-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWDDJR_ORG" UPON ENVIRONMENT-NAME
           ACCEPT  ORG-PADRAO   FROM ENVIRONMENT-VALUE
           IF   ORG-PADRAO NOT = "R" AND NOT = "r"
                MOVE "L" TO ORG-PADRAO
           ELSE
                MOVE "R" TO ORG-PADRAO
           END-IF
           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CALL "CWUNIX" USING PARAMETROS-CWUNIX
           IF   CWUNIX-ON
                MOVE "/" TO BARRA
           ELSE
                MOVE "\" TO BARRA
           END-IF
           DISPLAY "CWDDJR_ARQUIVO" UPON ENVIRONMENT-NAME
           ACCEPT  LB-JRNDD         FROM ENVIRONMENT-VALUE
           IF   LB-JRNDD = SPACES
                SET CWTIME-NORMAL TO TRUE
                SET CWTIME-TODAY  TO TRUE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                MOVE CWTIME-DATE-FINAL TO DATA-JRN
                PERFORM 810-NOME-JOURNAL THRU 810-99-FIM
           END-IF
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           CALL "CWGETS" USING NOME
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.

      *    CWDDJ<DATA-JRN>.JRN no diretorio do CWDDJL_PATH
       810-NOME-JOURNAL.

           MOVE SPACES TO PATH-JRN LB-JRNDD
           DISPLAY "CWDDJL_PATH" UPON ENVIRONMENT-NAME
           ACCEPT  PATH-JRN      FROM ENVIRONMENT-VALUE
           IF   PATH-JRN NOT = SPACES
                STRING PATH-JRN DELIMITED BY SPACE
                       BARRA    DELIMITED BY SIZE
                       "CWDDJ"  DELIMITED BY SIZE
                       DATA-JRN DELIMITED BY SIZE
                       ".JRN"   DELIMITED BY SIZE
                  INTO LB-JRNDD
           ELSE
                STRING "CWDDJ"  DELIMITED BY SIZE
                       DATA-JRN DELIMITED BY SIZE
                       ".JRN"   DELIMITED BY SIZE
                  INTO LB-JRNDD
           END-IF.

       810-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWDDJR.
