       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDARQ.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Arquivamento dos arquivos de dados por data: *
                      *  cada arquivo do "02" com regra "DA" (campo   *
                      *  data do "DD" e retencao em dias) tem os      *
                      *  registros com data anterior a data de        *
                      *  processamento menos a retencao movidos para  *
                      *  um arquivo datado no diretorio CWDARQ_PATH.  *
                      *  Nada sai do arquivo vivo antes da conferencia*
                      *  das contagens (lidos = arquivados + ficaram, *
                      *  relidos no arquivo e no restante).  Cada     *
                      *  arquivamento entra no indice "DX" com a      *
                      *  faixa de chaves e de datas.  Recupera os     *
                      *  registros arquivados (um arquivamento ou     *
                      *  todos, com faixa de chave) para um arquivo   *
                      *  de consulta aberto no CWBRWS.                *
                      *  CWDARQ_MODO=ARQUIVAR roda so o arquivamento, *
                      *  sem telas, para a corrente "JB" (RETURN-CODE *
                      *  0 = tudo conferido, 4 = algum arquivo nao    *
                      *  foi arquivado, 8 = nao rodou).  Sequencial   *
                      *  como texto ou, com CWDARQ_ORG=R, registros   *
                      *  fixos; indexado pelo CWDIDX.                 *
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

           SELECT ARQLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-ARQLIN.

           SELECT ARQREC ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-ARQREC.

           SELECT RESLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-RESLIN.

           SELECT RESREC ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-RESREC.

       DATA DIVISION.
       FILE SECTION.

       FD   DADLIN
            VALUE OF FILE-ID LB-DADOS.

       01   DADLIN-REG PIC X(2048).

       FD   DADREC
            VALUE OF FILE-ID LB-DADOS
            RECORD VARYING FROM 1 TO 2048 DEPENDING ON TAM-LIDO.

       01   DADREC-REG PIC X(2048).

       FD   ARQLIN
            VALUE OF FILE-ID LB-ARQUIVO.

       01   ARQLIN-REG PIC X(2048).

       FD   ARQREC
            VALUE OF FILE-ID LB-ARQUIVO
            RECORD VARYING FROM 1 TO 2048 DEPENDING ON TAM-LIDO.

       01   ARQREC-REG PIC X(2048).

       FD   RESLIN
            VALUE OF FILE-ID LB-RESTO.

       01   RESLIN-REG PIC X(2048).

       FD   RESREC
            VALUE OF FILE-ID LB-RESTO
            RECORD VARYING FROM 1 TO 2048 DEPENDING ON TAM-LIDO.

       01   RESREC-REG PIC X(2048).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-DADOS.
              10 FS-DADLIN             PIC  X(002) VALUE "00".
              10 FS-DADREC             PIC  X(002) VALUE "00".
              10 LB-DADOS              PIC  X(255) VALUE SPACES.
           05 ER-ARQUIVO.
              10 FS-ARQLIN             PIC  X(002) VALUE "00".
              10 FS-ARQREC             PIC  X(002) VALUE "00".
              10 LB-ARQUIVO            PIC  X(255) VALUE SPACES.
           05 ER-RESTO.
              10 FS-RESLIN             PIC  X(002) VALUE "00".
              10 FS-RESREC             PIC  X(002) VALUE "00".
              10 LB-RESTO              PIC  X(255) VALUE SPACES.
           05 LB-ANTES                 PIC  X(255) VALUE SPACES.
           05 ORG-PADRAO               PIC  X(001) VALUE "L".
           05 ORG-MODO                 PIC  X(001) VALUE "L".
           05 ORG-ARQ                  PIC  X(001) VALUE "L".
           05 ORG-RES                  PIC  X(001) VALUE "L".
           05 ORG-BRWS                 PIC  X(001) VALUE SPACE.
           05 MODO-ABRE                PIC  X(001) VALUE "I".
           05 MODO-LISTA               PIC  X(001) VALUE "G".
           05 TAM-LIDO                 PIC  9(004) VALUE 0.
           05 TAM-REGISTRO             PIC  9(004) VALUE 0.
           05 I                        PIC  9(003) VALUE 0.
           05 J                        PIC  9(003) VALUE 0.
           05 K                        PIC  9(002) VALUE 0.
           05 R                        PIC  9(003) VALUE 0.
           05 S                        PIC  9(003) VALUE 0.
           05 X                        PIC  9(003) VALUE 0.
           05 BASE                     PIC  9(003) VALUE 0.
           05 BATCH-PEDIDO             PIC  X(010) VALUE SPACES.
           05 RC                       PIC  9(001) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 BARRA                    PIC  X(001) VALUE "/".
           05 PATH-ARQ                 PIC  X(060) VALUE SPACES.
           05 POS-MSG                  PIC  X(006) VALUE SPACES.
           05 POS-ACCEPT               PIC  9(004) VALUE 0.
           05 BK-FILE-DETAILS.
              10 BK-FILE-SIZE          PIC 9(008) COMP-X.
              10 BK-FILE-DATE          PIC X(004).
              10 BK-FILE-TIME          PIC X(005).
           05 BK-STATUS                PIC  9(002) COMP-X VALUE 0.
           05 KB-ATUAL                 PIC  9(009) VALUE 0.
           05 FIM-DADOS                PIC  X(001) VALUE "N".
           05 FALHA-ABRE               PIC  X(001) VALUE "N".
           05 FALHA-GRAVA              PIC  X(001) VALUE "N".
           05 PASSA                    PIC  X(001) VALUE "S".
           05 REGISTRO                 PIC  X(2048) VALUE SPACES.
           05 SITUACAO                 PIC  X(020) VALUE SPACES.
      *    Datas: processamento ("DP"), corte e carimbo da rodada
           05 DATA-PROC                PIC  9(008) VALUE 0.
           05 DATA-CORTE               PIC  9(008) VALUE 0.
           05 CARIMBO.
              10 CARIMBO-DATA          PIC  9(008) VALUE 0.
              10 CARIMBO-HORA          PIC  9(006) VALUE 0.
           05 DATA-W                   PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-W.
              10 DATA-W-ANO            PIC  9(004).
              10 DATA-W-MES            PIC  9(002).
              10 DATA-W-DIA            PIC  9(002).
           05 ED-DATA.
              10 ED-DIA                PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 ED-MES                PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 ED-ANO                PIC  9(004).
           05 ED-QTDE                  PIC  Z.ZZZ.ZZ9.
      *    Contagens do arquivo corrente e da rodada
           05 LIDOS                    PIC  9(007) VALUE 0.
           05 ARQUIVADOS               PIC  9(007) VALUE 0.
           05 FICAM                    PIC  9(007) VALUE 0.
           05 CONF-ARQ                 PIC  9(007) VALUE 0.
           05 CONF-RES                 PIC  9(007) VALUE 0.
           05 EXCLUIDOS                PIC  9(007) VALUE 0.
           05 RECUPERADOS              PIC  9(007) VALUE 0.
           05 TOT-ARQUIVADOS           PIC  9(009) VALUE 0.
           05 PROCESSADOS              PIC  9(003) VALUE 0.
           05 FALHAS                   PIC  9(003) VALUE 0.
      *    Faixas de chave e de data do que foi arquivado
           05 CHAVE-W                  PIC  X(060) VALUE SPACES.
           05 CHAVE-PRIMEIRA           PIC  X(060) VALUE SPACES.
           05 CHAVE-ULTIMA             PIC  X(060) VALUE SPACES.
           05 DATA-MENOR               PIC  9(008) VALUE 0.
           05 DATA-MAIOR               PIC  9(008) VALUE 0.
      *    Regra do arquivo corrente ("DA")
           05 DA-ACHOU                 PIC  X(001) VALUE "N".
           05 CAMPO-DATA               PIC  X(034) VALUE SPACES.
           05 RETENCAO                 PIC  9(004) VALUE 0.
      *    Arquivo corrente ("02")
           05 ARQ-NOME                 PIC  X(030) VALUE SPACES.
           05 ARQ-INDEXADO             PIC  X(001) VALUE SPACE.
           05 ARQ-CHAVE-POS            PIC  9(004) VALUE 0.
           05 ARQ-CHAVE-TAM            PIC  9(002) VALUE 0.
           05 ARQ-LIMITE-KB            PIC  9(009) VALUE 0.
      *    Regras "DA" carregadas para a rodada
           05 TOT-REGRAS               PIC  9(003) VALUE 0.
           05 TABELA-REGRAS.
              10 RG-TB OCCURS 200.
                 15 RG-ARQUIVO         PIC  X(030).
                 15 RG-CAMPO           PIC  X(034).
                 15 RG-DIAS            PIC  9(004).
      *    Arquivos do cadastro "02" (escolha nas telas)
           05 TOT-ARQUIVOS             PIC  9(003) VALUE 0.
           05 TABELA-ARQUIVOS.
              10 AR-TB OCCURS 200.
                 15 AR-NOME            PIC  X(030).
                 15 AR-LABEL           PIC  X(030).
      *    Layouts "DD" com seletor e o campo data de cada um
           05 LX                       PIC  9(002) VALUE 0.
           05 LC                       PIC  9(002) VALUE 0.
           05 TOT-LAYOUTS              PIC  9(002) VALUE 0.
           05 TEM-DATA                 PIC  X(001) VALUE "N".
           05 TAB-LAYOUTS.
              10 LY-TB OCCURS 9.
                 15 LY-SEL-POS         PIC  9(004).
                 15 LY-SEL-TAM         PIC  9(002).
                 15 LY-SEL-VAL         PIC  X(020).
                 15 LY-DATA-POS        PIC  9(003).
                 15 LY-DATA-TAM        PIC  9(003).
                 15 LY-DATA-FMT        PIC  X(008).
                 15 LY-TOT-CAMPOS      PIC  9(002).
                 15 LY-CP OCCURS 26.
                    20 LY-POSICAO      PIC  9(003).
                    20 LY-TAMANHO      PIC  9(003).
                    20 LY-CHAVE        PIC  X(001).
                    20 LY-CLASSE       PIC  X(005).
      *    Chave: campos "K" do layout 01 em ordem de posicao
           05 TOT-K                    PIC  9(002) VALUE 0.
           05 TAM-CHAVE                PIC  9(004) VALUE 0.
           05 ACHOU-LUGAR              PIC  X(001) VALUE SPACE.
           05 CHAVE-CLASSE             PIC  X(005) VALUE SPACES.
           05 CHAVE-CLARO              PIC  X(001) VALUE "S".
           05 AUDITOU-CLARO            PIC  X(001) VALUE "N".
           05 TAB-K.
              10 K-TB OCCURS 26.
                 15 K-POS              PIC  9(004).
                 15 K-TAM              PIC  9(003).
      *    Indice "DX" do arquivo corrente (recuperacao e listagem)
           05 TOT-INDICE               PIC  9(003) VALUE 0.
           05 IX-ESCOLHIDO             PIC  9(003) VALUE 0.
           05 TABELA-INDICE.
              10 IX-TB OCCURS 200.
                 15 IX-CARIMBO         PIC  X(014).
                 15 IX-DIRETORIO       PIC  X(060).
                 15 IX-ORG             PIC  X(001).
                 15 IX-QTDE            PIC  9(007).
                 15 IX-CORTE           PIC  9(008).
                 15 IX-DATA-MENOR      PIC  9(008).
                 15 IX-DATA-MAIOR      PIC  9(008).
                 15 IX-CHAVE-DE        PIC  X(060).
                 15 IX-CHAVE-ATE       PIC  X(060).
                 15 IX-USUARIO         PIC  X(030).
      *    Faixa de chave da recuperacao (ate parcial = prefixo)
           05 FX-DE                    PIC  X(030) VALUE SPACES.
           05 FX-ATE                   PIC  X(030) VALUE SPACES.
           05 FX-TAM-ATE               PIC  9(002) VALUE 0.

       01  LINHAS-DE-IMPRESSAO-DA.
       02  LINHA-DA-1.
           05 FILLER                   PIC  X(052) VALUE
              "ARQUIVO                        CORTE           LIDOS".
           05 FILLER                   PIC  X(044) VALUE
              "   ARQUIVADOS     FICARAM  SITUACAO".
       02  LINHA-DA-2.
           05 DA-ARQUIVO               PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 DA-CORTE                 PIC  X(010) VALUE SPACES.
           05 DA-LIDOS                 PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 DA-ARQUIVADOS            PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 DA-FICAM                 PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 DA-SITUACAO              PIC  X(020) VALUE SPACES.
       02  LINHA-DX-1.
           05 FILLER                   PIC  X(050) VALUE
              "ARQUIVADO EM          REGISTROS  DATAS DE".
           05 FILLER                   PIC  X(050) VALUE
              "        ATE         CHAVES DE".
       02  LINHA-DX-2.
           05 DX-RODADA                PIC  X(019) VALUE SPACES.
           05 DX-QTDE                  PIC  ZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 DX-DATA-DE               PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 DX-DATA-ATE              PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 DX-CHAVE-DE              PIC  X(040) VALUE SPACES.
           05 FILLER                   PIC  X(003) VALUE " a ".
           05 DX-CHAVE-ATE             PIC  X(040) VALUE SPACES.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWUNIX.
       COPY CWTIME.
       COPY CWDTSB.
       COPY CWCONF.
       COPY CWDIDX.
       COPY CWDDCV.
       COPY CWDDMK.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   BATCH-PEDIDO = "ARQUIVAR"
                IF   RC NOT = 8
                     PERFORM 300-ARQUIVA THRU 300-99-FIM
                END-IF
           ELSE
                PERFORM 050-MENU THRU 050-99-FIM
                        UNTIL CWBOXS-OPTION = 0
           END-IF
           PERFORM 900-FINAIS   THRU 900-99-FIM
           MOVE RC TO RETURN-CODE.

       000-99-FIM. GOBACK.

       050-MENU.

           MOVE 10  TO CWBOXS-LINE
                       CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Arquivamento de dados por data:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Regra de um arquivo"       TO CWBOXS-TEXT (1)
           MOVE "~Arquivar agora"            TO CWBOXS-TEXT (2)
           MOVE "R~ecuperar para consulta"   TO CWBOXS-TEXT (3)
           MOVE "~Indice dos arquivamentos"  TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 MOVE "G" TO MODO-LISTA
                      PERFORM 100-ESCOLHE THRU 100-99-FIM
               WHEN 2
                    MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
                    MOVE "Arquivar agora todos os arquivos com regra ?"
                      TO CWSEND-MSG
                    MOVE "~Confirmar" TO CWSEND-SCREEN (1)
                    MOVE "~Voltar"    TO CWSEND-SCREEN (2)
                    MOVE 2            TO CWSEND-OPTION
                    CALL "CWSEND" USING PARAMETROS-CWSEND
                    MOVE SPACES TO CWSEND-SCREENS
                    IF   CWSEND-OPTION = 1
                         PERFORM 300-ARQUIVA THRU 300-99-FIM
                    END-IF
                    MOVE 1 TO CWBOXS-OPTION
               WHEN 3 MOVE "R" TO MODO-LISTA
                      PERFORM 100-ESCOLHE THRU 100-99-FIM
               WHEN 4 MOVE "X" TO MODO-LISTA
                      PERFORM 100-ESCOLHE THRU 100-99-FIM
           END-EVALUATE.

       050-99-FIM. EXIT.

      *    Escolha do arquivo do "02": MODO-LISTA "G" = regra, "R" =
      *    recuperacao, "X" = listagem do indice
       100-ESCOLHE.

           PERFORM 110-CARREGA-02 THRU 110-99-FIM
           IF   TOT-ARQUIVOS = 0
                MOVE "Nenhum arquivo no cadastro 02" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 100-99-FIM
           END-IF
           MOVE 0 TO BASE
           PERFORM 120-LISTA THRU 120-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           MOVE 1 TO CWBOXS-OPTION.

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
                   END-IF
           END-PERFORM.

       110-99-FIM. EXIT.

       120-LISTA.

           MOVE 04  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           EVALUATE MODO-LISTA
               WHEN "R"
                    MOVE "Recuperar de qual arquivo:" TO CWBOXS-TITLE
               WHEN "X"
                    MOVE "Indice de qual arquivo:"    TO CWBOXS-TITLE
               WHEN OTHER
                    MOVE "Regra de qual arquivo:"     TO CWBOXS-TITLE
           END-EVALUATE
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
           MOVE AR-NOME (S) TO ARQ-NOME
           EVALUATE MODO-LISTA
               WHEN "R" PERFORM 400-RECUPERA   THRU 400-99-FIM
               WHEN "X" PERFORM 500-INDICE     THRU 500-99-FIM
               WHEN OTHER
                        PERFORM 130-REGRA      THRU 130-99-FIM
           END-EVALUATE
           MOVE 1 TO CWBOXS-OPTION.

       120-99-FIM. EXIT.

      *    Regra do arquivo ARQ-NOME: campo data (tipo D em algum
      *    layout do "DD") e retencao em dias; zero dias apaga a
      *    regra
       130-REGRA.

           PERFORM 140-LE-DA THRU 140-99-FIM
           MOVE SPACES TO CAMPO-DATA
           MOVE 0      TO RETENCAO
           IF   DA-ACHOU = "S"
                MOVE CWCONF-NM-OPCAO (1) TO CAMPO-DATA
                IF   CWCONF-PAGINA NUMERIC
                     MOVE CWCONF-PAGINA TO RETENCAO
                END-IF
           END-IF
           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 05 TO CWBOXW-VERTICAL-LENGTH
           MOVE 66 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100722" "Arquivo (02)      :"
           MOVE "102730" TO POS-MSG
           CALL "CWMSGW" USING POS-MSG ARQ-NOME
           CALL "CWMSGW" USING "110722" "Campo data (DD)   :"
           CALL "CWMSGW" USING "120722" "Retencao em dias  :"
           CALL "CWMSGW" USING "130740"
                "(zero dias = arquivo sem arquivamento)"
           ACCEPT CAMPO-DATA AT 1127 WITH UPDATE
           ACCEPT RETENCAO   AT 1227 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW

           IF   RETENCAO = 0
                PERFORM 135-APAGA-REGRA THRU 135-99-FIM
                GO TO 130-99-FIM
           END-IF
           PERFORM 200-CARREGA-DD THRU 200-99-FIM
           IF   TEM-DATA NOT = "S"
                MOVE "Campo nao e' data (tipo D) em nenhum layout do DD"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 130-99-FIM
           END-IF

      *    Rele o "DA" (a leitura do "DD" reposicionou o arquivo)
           PERFORM 140-LE-DA THRU 140-99-FIM
           IF   DA-ACHOU = "S"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "DA"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE ARQ-NOME   TO CWCONF-CHAVE (1: 30)
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                        MOVE SPACES TO CWCONF-NM-OPCAO (I)
                END-PERFORM
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE ARQ-NOME   TO CWCONF-ARQUIVO
           MOVE CAMPO-DATA TO CWCONF-NM-OPCAO (1)
           MOVE RETENCAO   TO CWCONF-PAGINA
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", gravou a regra de arquivamento de '
                         DELIMITED BY SIZE
                  ARQ-NOME DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Regra de arquivamento gravada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       130-99-FIM. EXIT.

       135-APAGA-REGRA.

           IF   DA-ACHOU NOT = "S"
                GO TO 135-99-FIM
           END-IF
           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           STRING "Tirar a regra de arquivamento de "
                  ARQ-NOME " ?" DELIMITED BY SIZE
             INTO CWSEND-MSG
           MOVE "~Confirmar" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE 2            TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           IF   CWSEND-OPTION NOT = 1
                GO TO 135-99-FIM
           END-IF
           SET CWSQLC-DELETE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", tirou a regra de arquivamento de '
                         DELIMITED BY SIZE
                  ARQ-NOME DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS.

       135-99-FIM. EXIT.

       140-LE-DA.

           MOVE "DA"     TO CWCONF-REG
           MOVE SPACES   TO CWCONF-CHAVE
           MOVE ARQ-NOME TO CWCONF-CHAVE (1: 30)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S" TO DA-ACHOU
           ELSE
                MOVE "N" TO DA-ACHOU
           END-IF.

       140-99-FIM. EXIT.

      *    Layouts do arquivo ARQ-NOME (ate 9): seletor, campo
      *    CAMPO-DATA (se for tipo D no layout) e campos "K"
       200-CARREGA-DD.

           MOVE 0   TO TAM-REGISTRO TOT-LAYOUTS
           MOVE "N" TO TEM-DATA
           MOVE "DD"     TO CWCONF-REG
           MOVE SPACES   TO CWCONF-CHAVE
           MOVE ARQ-NOME TO CWCONF-CHAVE (1: 30)
           MOVE "01"     TO CWCONF-CHAVE (31: 2)
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
                   AND  CWCONF-CHAVE (1: 30) = ARQ-NOME
                        PERFORM 205-GUARDA-LAYOUT THRU 205-99-FIM
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM
           IF   TAM-REGISTRO = 0
           OR   TAM-REGISTRO > 2048
                MOVE 2048 TO TAM-REGISTRO
           END-IF.

       200-99-FIM. EXIT.

       205-GUARDA-LAYOUT.

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
           MOVE 0      TO LY-DATA-POS (LX) LY-DATA-TAM (LX)
                          LY-TOT-CAMPOS (LX)
           MOVE SPACES TO LY-DATA-FMT (LX)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-SIZE-P-99 (I) > 0
                   AND  CWCONF-FATOR-P-99 (I) > 0
                        ADD  1 TO LY-TOT-CAMPOS (LX)
                        MOVE LY-TOT-CAMPOS (LX) TO LC
                        MOVE CWCONF-SIZE-P-99 (I)
                          TO LY-POSICAO (LX LC)
                        MOVE CWCONF-FATOR-P-99 (I)
                          TO LY-TAMANHO (LX LC)
                        MOVE CWCONF-PASS (I) (1: 1)
                          TO LY-CHAVE (LX LC)
                        MOVE CWCONF-PASS (I) (2: 5)
                          TO LY-CLASSE (LX LC)
                        IF   LY-CLASSE (LX LC) = LOW-VALUES
                             MOVE SPACES TO LY-CLASSE (LX LC)
                        END-IF
                        IF   CWCONF-NM-OPCAO (I) = CAMPO-DATA
                        AND  CWCONF-CHECK (I) = "D"
                        AND  CWCONF-FATOR-P-99 (I) NOT > 34
                             MOVE CWCONF-SIZE-P-99 (I)
                               TO LY-DATA-POS (LX)
                             MOVE CWCONF-FATOR-P-99 (I)
                               TO LY-DATA-TAM (LX)
                             MOVE CWCONF-HELP (I) (1: 8)
                               TO LY-DATA-FMT (LX)
                             MOVE "S" TO TEM-DATA
                        END-IF
                        IF   CWCONF-SIZE-P-99 (I)
                           + CWCONF-FATOR-P-99 (I) - 1
                           > TAM-REGISTRO
                             COMPUTE TAM-REGISTRO =
                                     CWCONF-SIZE-P-99 (I)
                                   + CWCONF-FATOR-P-99 (I) - 1
                        END-IF
                   END-IF
           END-PERFORM.

       205-99-FIM. EXIT.

      *    Chave: campos "K" do layout 01 em ordem de posicao, ate 60
      *    bytes; a chave herda a classe sensivel do primeiro "K"
      *    que tiver (CWDDMK, fora da varredura do "DD")
       210-CHAVES.

           MOVE 0      TO TOT-K TAM-CHAVE
           MOVE SPACES TO CHAVE-CLASSE
           MOVE "S"    TO CHAVE-CLARO
           IF   TOT-LAYOUTS = 0
                GO TO 210-99-FIM
           END-IF
           MOVE 1 TO LX
           PERFORM VARYING LC FROM 1 BY 1 UNTIL LC > LY-TOT-CAMPOS (LX)
                   IF   LY-CHAVE (LX LC) = "K"
                        PERFORM 212-INSERE-K THRU 212-99-FIM
                        IF   CHAVE-CLASSE = SPACES
                             MOVE LY-CLASSE (LX LC) TO CHAVE-CLASSE
                        END-IF
                   END-IF
           END-PERFORM
           IF   TAM-CHAVE > 60
                MOVE 0 TO TOT-K
           END-IF
           IF   CHAVE-CLASSE NOT = SPACES
                SET  CWDDMK-VERIFICA TO TRUE
                MOVE CHAVE-CLASSE    TO CWDDMK-CLASSE
                CALL "CWDDMK" USING PARAMETROS-CWDDMK
                MOVE CWDDMK-CLARO    TO CHAVE-CLARO
           END-IF.

       210-99-FIM. EXIT.

       212-INSERE-K.

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

       212-99-FIM. EXIT.

      *    Chave do registro REGISTRO pelos campos "K"
       215-MONTA-CHAVE.

           MOVE SPACES TO CHAVE-W
           MOVE 1      TO J
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOT-K
                   IF   K-POS (K) + K-TAM (K) - 1 NOT > 2048
                        MOVE REGISTRO (K-POS (K): K-TAM (K))
                          TO CHAVE-W (J: K-TAM (K))
                   END-IF
                   ADD K-TAM (K) TO J
           END-PERFORM.

       215-99-FIM. EXIT.

      *    Layout do registro pelo seletor (regra do CWDMNT):
      *    casamento do codigo de tipo, senao o primeiro generico,
      *    senao o 1
       218-SELECIONA-LAYOUT.

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

       218-99-FIM. EXIT.

      *    Chave em CHAVE-W para listagem: mascarada para quem nao
      *    ve a classe em claro; a primeira em claro vai para a
      *    auditoria
       219-MASCARA-CHAVE.

           IF   CHAVE-CLASSE = SPACES
                GO TO 219-99-FIM
           END-IF
           IF   CHAVE-CLARO NOT = "S"
                SET  CWDDMK-MASCARA  TO TRUE
                MOVE "C"             TO CWDDMK-TIPO
                MOVE CHAVE-W (1: 40) TO CWDDMK-TEXTO
                CALL "CWDDMK" USING PARAMETROS-CWDDMK
                MOVE CWDDMK-TEXTO    TO CHAVE-W (1: 40)
                IF   CHAVE-W (41: 20) NOT = SPACES
                     MOVE ALL "*" TO CHAVE-W (41: 20)
                END-IF
                GO TO 219-99-FIM
           END-IF
           IF   AUDITOU-CLARO = "N"
                MOVE "S" TO AUDITOU-CLARO
                SET  CWDDMK-AUDITA TO TRUE
                MOVE CHAVE-CLASSE  TO CWDDMK-CLASSE
                MOVE ARQ-NOME      TO CWDDMK-ARQUIVO
                MOVE "CWDARQ"      TO CWDDMK-PROGRAMA
                CALL "CWDDMK" USING PARAMETROS-CWDDMK
           END-IF.

       219-99-FIM. EXIT.

      *    Rodada de arquivamento: todas as regras "DA", corte pela
      *    data de processamento ("DP") menos a retencao de cada uma
       300-ARQUIVA.

           MOVE SPACES TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
           MOVE CWDTSB-DATA-PROC TO DATA-PROC
           SET  CWTIME-NORMAL TO TRUE
           SET  CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACE TO CWTIME-TODAY-STATUS
           MOVE CWTIME-DATE-FINAL        TO CARIMBO-DATA
           MOVE CWTIME-TIME-FINAL (1: 6) TO CARIMBO-HORA
           MOVE 0 TO PROCESSADOS FALHAS TOT-ARQUIVADOS
           PERFORM 310-CARREGA-REGRAS THRU 310-99-FIM
           IF   TOT-REGRAS = 0
                IF   BATCH-PEDIDO NOT = "ARQUIVAR"
                     MOVE "Nenhum arquivo com regra de arquivamento"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                END-IF
                GO TO 300-99-FIM
           END-IF

           MOVE "ARQUIVAMENTO DE DADOS"    TO CWIMPR-TITLE
           MOVE "REGISTROS POR DATA"       TO CWIMPR-SUB-TITLE
           MOVE "Config/ArquivamentoDados" TO CWIMPR-NOTE
           MOVE LINHA-DA-1                 TO CWIMPR-HEADER-1
           MOVE "CWDARQA"                  TO CWIMPR-REPORT
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > TOT-REGRAS
                                            OR CWIMPR-END-PRINT
                   PERFORM 320-ARQUIVA-UM THRU 320-99-FIM
           END-PERFORM
           IF   NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF

           IF   FALHAS > 0
                MOVE 4 TO RC
           END-IF
           MOVE SPACES TO OBS
           STRING "Arquivamento de dados: " PROCESSADOS
                  " arquivos, " TOT-ARQUIVADOS " registros, "
                  FALHAS " falhas." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           IF   BATCH-PEDIDO NOT = "ARQUIVAR"
                MOVE OBS TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       300-99-FIM. EXIT.

       310-CARREGA-REGRAS.

           MOVE 0      TO TOT-REGRAS
           MOVE "DA"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR TOT-REGRAS = 200
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "DA"
                        IF   CWCONF-PAGINA NUMERIC
                        AND  CWCONF-PAGINA > 0
                             ADD  1 TO TOT-REGRAS
                             MOVE CWCONF-CHAVE (1: 30)
                               TO RG-ARQUIVO (TOT-REGRAS)
                             MOVE CWCONF-NM-OPCAO (1)
                               TO RG-CAMPO (TOT-REGRAS)
                             MOVE CWCONF-PAGINA
                               TO RG-DIAS (TOT-REGRAS)
                        END-IF
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM.

       310-99-FIM. EXIT.

      *    Um arquivo: separa arquivados e restantes, confere as
      *    contagens e so entao tira os arquivados do arquivo vivo
       320-ARQUIVA-UM.

           ADD  1 TO PROCESSADOS
           MOVE RG-ARQUIVO (R) TO ARQ-NOME
           MOVE RG-CAMPO (R)   TO CAMPO-DATA
           MOVE 0 TO LIDOS ARQUIVADOS FICAM CONF-ARQ CONF-RES
                     EXCLUIDOS DATA-MENOR DATA-MAIOR
           MOVE SPACES TO SITUACAO CHAVE-PRIMEIRA CHAVE-ULTIMA

           SET  CWTIME-NORMAL        TO TRUE
           SET  CWTIME-SUBTRACT-DAYS TO TRUE
           MOVE SPACE                TO CWTIME-TODAY-STATUS
           MOVE DATA-PROC            TO CWTIME-DATE
           MOVE RG-DIAS (R)          TO CWTIME-DAYS
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL    TO DATA-CORTE
           MOVE SPACE                TO CWTIME-DAYS-STATUS

           PERFORM 325-LE-02 THRU 325-99-FIM
           IF   FS-CWCONF NOT < "10"
                MOVE "SEM REGISTRO 02" TO SITUACAO
                GO TO 320-FALHA
           END-IF
           PERFORM 200-CARREGA-DD THRU 200-99-FIM
           IF   TEM-DATA NOT = "S"
                MOVE "SEM CAMPO DATA NO DD" TO SITUACAO
                GO TO 320-FALHA
           END-IF
           PERFORM 210-CHAVES THRU 210-99-FIM

           MOVE ORG-PADRAO TO ORG-MODO ORG-ARQ ORG-RES
           IF   ARQ-INDEXADO = "I"
                MOVE "I" TO ORG-MODO
                MOVE "R" TO ORG-ARQ
           END-IF
           MOVE ARQ-NOME TO LB-DADOS
           MOVE SPACES TO LB-ARQUIVO LB-RESTO LB-ANTES
           STRING PATH-ARQ DELIMITED BY SPACE
                  BARRA    DELIMITED BY SIZE
                  ARQ-NOME DELIMITED BY SPACE
                  ".A"     DELIMITED BY SIZE
                  CARIMBO  DELIMITED BY SIZE
             INTO LB-ARQUIVO
           STRING ARQ-NOME DELIMITED BY SPACE
                  ".NOVO"  DELIMITED BY SIZE
             INTO LB-RESTO
           STRING ARQ-NOME DELIMITED BY SPACE
                  ".ANTES" DELIMITED BY SIZE
             INTO LB-ANTES

           PERFORM 330-SEPARA THRU 330-99-FIM
           IF   SITUACAO NOT = SPACES
                GO TO 320-FALHA
           END-IF
           IF   ARQUIVADOS = 0
                PERFORM 375-LIMPA THRU 375-99-FIM
                MOVE "NADA A ARQUIVAR" TO SITUACAO
                PERFORM 370-IMPRIME THRU 370-99-FIM
                GO TO 320-99-FIM
           END-IF
           PERFORM 340-CONFERE THRU 340-99-FIM
           IF   SITUACAO NOT = SPACES
                PERFORM 375-LIMPA THRU 375-99-FIM
                GO TO 320-FALHA
           END-IF
           IF   ARQ-INDEXADO = "I"
                PERFORM 355-EXCLUI-INDEXADO THRU 355-99-FIM
           ELSE
                PERFORM 350-TROCA THRU 350-99-FIM
                IF   SITUACAO NOT = SPACES
                     PERFORM 375-LIMPA THRU 375-99-FIM
                     GO TO 320-FALHA
                END-IF
           END-IF

           PERFORM 360-GRAVA-INDICE THRU 360-99-FIM
           PERFORM 365-MEDE THRU 365-99-FIM
           ADD ARQUIVADOS TO TOT-ARQUIVADOS
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", arquivou ' DELIMITED BY SIZE
                  ARQUIVADOS DELIMITED BY SIZE
                  " registros de " DELIMITED BY SIZE
                  ARQ-NOME DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           IF   SITUACAO = SPACES
                MOVE "ARQUIVADO" TO SITUACAO
           ELSE
                ADD 1 TO FALHAS
           END-IF
           PERFORM 370-IMPRIME THRU 370-99-FIM
           GO TO 320-99-FIM.

       320-FALHA.

           ADD 1 TO FALHAS
           PERFORM 370-IMPRIME THRU 370-99-FIM.

       320-99-FIM. EXIT.

      *    Marca de indexado, chave e limite de capacidade do "02"
       325-LE-02.

           MOVE "02"     TO CWCONF-REG
           MOVE SPACES   TO CWCONF-CHAVE
           MOVE ARQ-NOME TO CWCONF-ARQUIVO
           MOVE ARQ-NOME TO CWCONF-CHAVE (1: 30)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                GO TO 325-99-FIM
           END-IF
           MOVE SPACE TO ARQ-INDEXADO
           MOVE 0     TO ARQ-CHAVE-POS ARQ-CHAVE-TAM ARQ-LIMITE-KB
           IF   CWCONF-JOB-TIPO = "I"
                MOVE "I" TO ARQ-INDEXADO
                IF   CWCONF-PAGINA NUMERIC
                AND  CWCONF-QUADRO NUMERIC
                     MOVE CWCONF-PAGINA TO ARQ-CHAVE-POS
                     MOVE CWCONF-QUADRO TO ARQ-CHAVE-TAM
                END-IF
           END-IF
           IF   CWCONF-TAMANHO-LIMITE-KB NUMERIC
                MOVE CWCONF-TAMANHO-LIMITE-KB TO ARQ-LIMITE-KB
           END-IF.

       325-99-FIM. EXIT.

      *    Le o arquivo vivo: registro com a data do layout anterior
      *    ao corte vai para o arquivamento, o resto (inclusive data
      *    vazia ou invalida) para o novo arquivo vivo; indexado nao
      *    tem restante, os arquivados saem depois pela chave
       330-SEPARA.

           MOVE "N" TO FALHA-GRAVA FIM-DADOS
           PERFORM 600-ABRE-DADOS THRU 600-99-FIM
           IF   FALHA-ABRE = "S"
                MOVE "FALHA AO ABRIR" TO SITUACAO
                GO TO 330-99-FIM
           END-IF
           MOVE "O" TO MODO-ABRE
           PERFORM 620-ABRE-ARQ THRU 620-99-FIM
           IF   FALHA-ABRE = "S"
                PERFORM 615-FECHA-DADOS THRU 615-99-FIM
                MOVE "FALHA NO ARQUIVAMENTO" TO SITUACAO
                GO TO 330-99-FIM
           END-IF
           IF   ARQ-INDEXADO NOT = "I"
                PERFORM 640-ABRE-RES THRU 640-99-FIM
                IF   FALHA-ABRE = "S"
                     PERFORM 615-FECHA-DADOS THRU 615-99-FIM
                     PERFORM 635-FECHA-ARQ   THRU 635-99-FIM
                     CALL "CBL_DELETE_FILE" USING LB-ARQUIVO
                     MOVE "FALHA NO RESTANTE" TO SITUACAO
                     GO TO 330-99-FIM
                END-IF
           END-IF
           PERFORM UNTIL FIM-DADOS = "S"
                   PERFORM 610-LE-DADOS THRU 610-99-FIM
                   IF   FIM-DADOS NOT = "S"
                        ADD 1 TO LIDOS
                        PERFORM 335-SEPARA-REGISTRO THRU 335-99-FIM
                   END-IF
           END-PERFORM
           PERFORM 615-FECHA-DADOS THRU 615-99-FIM
           PERFORM 635-FECHA-ARQ   THRU 635-99-FIM
           IF   ARQ-INDEXADO = "I"
                COMPUTE FICAM = LIDOS - ARQUIVADOS
           ELSE
                PERFORM 655-FECHA-RES THRU 655-99-FIM
           END-IF
           IF   FALHA-GRAVA = "S"
                PERFORM 375-LIMPA THRU 375-99-FIM
                MOVE "*FALHA NA GRAVACAO*" TO SITUACAO
           END-IF.

       330-99-FIM. EXIT.

       335-SEPARA-REGISTRO.

           MOVE "N" TO PASSA
           IF   REGISTRO NOT = SPACES
                PERFORM 218-SELECIONA-LAYOUT THRU 218-99-FIM
                IF   LY-DATA-POS (LX) > 0
                AND  LY-DATA-POS (LX) + LY-DATA-TAM (LX) - 1
                     NOT > TAM-LIDO
                     SET  CWDDCV-DECODIFICA  TO TRUE
                     MOVE "D"                TO CWDDCV-TIPO
                     MOVE LY-DATA-TAM (LX)   TO CWDDCV-TAMANHO
                     MOVE 0                  TO CWDDCV-DECIMAIS
                     MOVE LY-DATA-FMT (LX)   TO CWDDCV-FORMATO
                     MOVE SPACES             TO CWDDCV-CAMPO
                     MOVE REGISTRO (LY-DATA-POS (LX):
                                    LY-DATA-TAM (LX))
                       TO CWDDCV-CAMPO
                     CALL "CWDDCV" USING PARAMETROS-CWDDCV
                     IF   CWDDCV-OK
                     AND  CWDDCV-VALOR > 0
                          MOVE CWDDCV-VALOR TO DATA-W
                          IF   DATA-W < DATA-CORTE
                               MOVE "S" TO PASSA
                          END-IF
                     END-IF
                END-IF
           END-IF
           IF   PASSA NOT = "S"
                IF   ARQ-INDEXADO NOT = "I"
                     ADD 1 TO FICAM
                     PERFORM 650-GRAVA-RES THRU 650-99-FIM
                END-IF
                GO TO 335-99-FIM
           END-IF
           ADD 1 TO ARQUIVADOS
           PERFORM 630-GRAVA-ARQ THRU 630-99-FIM
           PERFORM 215-MONTA-CHAVE THRU 215-99-FIM
           IF   ARQUIVADOS = 1
                MOVE CHAVE-W TO CHAVE-PRIMEIRA CHAVE-ULTIMA
                MOVE DATA-W  TO DATA-MENOR DATA-MAIOR
           ELSE
                IF   CHAVE-W < CHAVE-PRIMEIRA
                     MOVE CHAVE-W TO CHAVE-PRIMEIRA
                END-IF
                IF   CHAVE-W > CHAVE-ULTIMA
                     MOVE CHAVE-W TO CHAVE-ULTIMA
                END-IF
                IF   DATA-W < DATA-MENOR
                     MOVE DATA-W TO DATA-MENOR
                END-IF
                IF   DATA-W > DATA-MAIOR
                     MOVE DATA-W TO DATA-MAIOR
                END-IF
           END-IF.

       335-99-FIM. EXIT.

      *    Conferencia antes de mexer no vivo: lidos = arquivados +
      *    ficaram, e os dois arquivos relidos batem com a contagem
       340-CONFERE.

           IF   LIDOS NOT = ARQUIVADOS + FICAM
                MOVE "*FALHA NA CONFERENCIA*" TO SITUACAO
                GO TO 340-99-FIM
           END-IF
           MOVE "I" TO MODO-ABRE
           PERFORM 620-ABRE-ARQ THRU 620-99-FIM
           IF   FALHA-ABRE = "S"
                MOVE "*FALHA NA CONFERENCIA*" TO SITUACAO
                GO TO 340-99-FIM
           END-IF
           MOVE "N" TO FIM-DADOS
           PERFORM UNTIL FIM-DADOS = "S"
                   PERFORM 625-LE-ARQ THRU 625-99-FIM
                   IF   FIM-DADOS NOT = "S"
                        ADD 1 TO CONF-ARQ
                   END-IF
           END-PERFORM
           PERFORM 635-FECHA-ARQ THRU 635-99-FIM
           IF   CONF-ARQ NOT = ARQUIVADOS
                MOVE "*FALHA NA CONFERENCIA*" TO SITUACAO
                GO TO 340-99-FIM
           END-IF
           IF   ARQ-INDEXADO = "I"
                GO TO 340-99-FIM
           END-IF
           MOVE "I" TO MODO-ABRE
           PERFORM 640-ABRE-RES THRU 640-99-FIM
           IF   FALHA-ABRE = "S"
                MOVE "*FALHA NA CONFERENCIA*" TO SITUACAO
                GO TO 340-99-FIM
           END-IF
           MOVE "N" TO FIM-DADOS
           PERFORM UNTIL FIM-DADOS = "S"
                   PERFORM 645-LE-RES THRU 645-99-FIM
                   IF   FIM-DADOS NOT = "S"
                        ADD 1 TO CONF-RES
                   END-IF
           END-PERFORM
           PERFORM 655-FECHA-RES THRU 655-99-FIM
           IF   CONF-RES NOT = FICAM
                MOVE "*FALHA NA CONFERENCIA*" TO SITUACAO
           END-IF.

       340-99-FIM. EXIT.

      *    Sequencial: o vivo vira .ANTES, o restante toma o lugar
      *    dele e so entao o .ANTES sai; se a troca falhar o vivo
      *    volta
       350-TROCA.

           CALL "CBL_DELETE_FILE" USING LB-ANTES
           CALL "CBL_RENAME_FILE" USING LB-DADOS LB-ANTES
                              RETURNING BK-STATUS
           IF   BK-STATUS NOT = 0
                MOVE "*FALHA NA TROCA*" TO SITUACAO
                GO TO 350-99-FIM
           END-IF
           CALL "CBL_RENAME_FILE" USING LB-RESTO LB-DADOS
                              RETURNING BK-STATUS
           IF   BK-STATUS NOT = 0
                CALL "CBL_RENAME_FILE" USING LB-ANTES LB-DADOS
                MOVE "*FALHA NA TROCA*" TO SITUACAO
                GO TO 350-99-FIM
           END-IF
           CALL "CBL_DELETE_FILE" USING LB-ANTES.

       350-99-FIM. EXIT.

      *    Indexado: cada registro arquivado sai do vivo pela chave
      *    (relendo o proprio arquivamento ja conferido)
       355-EXCLUI-INDEXADO.

           MOVE 1             TO CWDIDX-CANAL
           MOVE LB-DADOS      TO CWDIDX-ARQUIVO
           MOVE ARQ-CHAVE-POS TO CWDIDX-CHAVE-POS
           MOVE ARQ-CHAVE-TAM TO CWDIDX-CHAVE-TAM
           MOVE TAM-REGISTRO  TO CWDIDX-TAMANHO
           SET CWSQLC-UPDATE TO TRUE
           SET CWSQLC-OPEN   TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                MOVE "*EXCLUSAO PARCIAL*" TO SITUACAO
                GO TO 355-99-FIM
           END-IF
           MOVE "I" TO MODO-ABRE
           PERFORM 620-ABRE-ARQ THRU 620-99-FIM
           IF   FALHA-ABRE = "S"
                MOVE "*EXCLUSAO PARCIAL*" TO SITUACAO
                GO TO 355-FECHA
           END-IF
           MOVE "N" TO FIM-DADOS
           PERFORM UNTIL FIM-DADOS = "S"
                   PERFORM 625-LE-ARQ THRU 625-99-FIM
                   IF   FIM-DADOS NOT = "S"
                        MOVE REGISTRO TO CWDIDX-REGISTRO
                        SET CWSQLC-DELETE TO TRUE
                        CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                        IF   CWDIDX-STATUS < "10"
                             ADD 1 TO EXCLUIDOS
                        END-IF
                   END-IF
           END-PERFORM
           PERFORM 635-FECHA-ARQ THRU 635-99-FIM
           IF   EXCLUIDOS NOT = ARQUIVADOS
                MOVE "*EXCLUSAO PARCIAL*" TO SITUACAO
           END-IF.

       355-FECHA.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX.

       355-99-FIM. EXIT.

      *    Indice "DX" (chave = carimbo da rodada + ordem da regra)
       360-GRAVA-INDICE.

           MOVE LOW-VALUES TO CWCONF-REG
           MOVE "DX"       TO CWCONF-TIPO
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE CARIMBO    TO CWCONF-CHAVE (1: 14)
           MOVE R          TO CWCONF-CHAVE (15: 3)
           MOVE ARQ-NOME       TO CWCONF-ARQUIVO
           MOVE SPACES         TO CWCONF-LABEL
           MOVE LB-ARQUIVO     TO CWCONF-LABEL
           MOVE PATH-ARQ       TO CWCONF-DESTINO-END
           MOVE ORG-ARQ        TO CWCONF-JOB-TIPO
           MOVE ARQUIVADOS     TO CWCONF-TAMANHO-LIMITE-KB
           MOVE DATA-CORTE     TO CWCONF-TAMANHO-DATA
           MOVE DATA-MENOR     TO CWCONF-BL-INICIO
           MOVE DATA-MAIOR     TO CWCONF-BL-FIM
           MOVE CHAVE-PRIMEIRA TO CWCONF-PERGUNTA
           MOVE CHAVE-ULTIMA   TO CWCONF-PERGUNTA-2
           MOVE NOME           TO CWCONF-NOME
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       360-99-FIM. EXIT.

      *    Nova medicao de capacidade do arquivo (regra do CWLSTC)
       365-MEDE.

           IF   ARQ-LIMITE-KB = 0
                GO TO 365-99-FIM
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING LB-DADOS
                                             BK-FILE-DETAILS
                                    RETURNING BK-STATUS
           IF   BK-STATUS NOT = 0
                GO TO 365-99-FIM
           END-IF
           COMPUTE KB-ATUAL = BK-FILE-SIZE / 1024
           PERFORM 325-LE-02 THRU 325-99-FIM
           IF   FS-CWCONF NOT < "10"
                GO TO 365-99-FIM
           END-IF
           MOVE KB-ATUAL     TO CWCONF-TAMANHO-ULTIMO-KB
           MOVE CARIMBO-DATA TO CWCONF-TAMANHO-DATA
           IF   KB-ATUAL >= CWCONF-TAMANHO-LIMITE-KB
                MOVE "S" TO CWCONF-TAMANHO-ALERTA
           ELSE
                MOVE SPACE TO CWCONF-TAMANHO-ALERTA
           END-IF
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       365-99-FIM. EXIT.

       370-IMPRIME.

           MOVE ARQ-NOME   TO DA-ARQUIVO
           MOVE DATA-CORTE TO DATA-W
           PERFORM 700-EDITA-DATA THRU 700-99-FIM
           MOVE ED-DATA    TO DA-CORTE
           MOVE LIDOS      TO DA-LIDOS
           MOVE ARQUIVADOS TO DA-ARQUIVADOS
           MOVE FICAM      TO DA-FICAM
           MOVE SITUACAO   TO DA-SITUACAO
           IF   NOT CWIMPR-END-PRINT
                MOVE LINHA-DA-2 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       370-99-FIM. EXIT.

      *    Sem arquivamento valido o arquivo datado e o restante saem
       375-LIMPA.

           CALL "CBL_DELETE_FILE" USING LB-ARQUIVO
           IF   ARQ-INDEXADO NOT = "I"
                CALL "CBL_DELETE_FILE" USING LB-RESTO
           END-IF.

       375-99-FIM. EXIT.

      *    Recuperacao: um arquivamento do indice (ou todos), com
      *    faixa de chave opcional, vai para o arquivo de consulta
      *    <arquivo>.CONSULTA no CWDARQ_PATH, aberto no CWBRWS
       400-RECUPERA.

           PERFORM 410-CARREGA-INDICE THRU 410-99-FIM
           IF   TOT-INDICE = 0
                MOVE "Nenhum arquivamento deste arquivo no indice"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 400-99-FIM
           END-IF
           MOVE 0 TO BASE
           MOVE 1 TO CWBOXS-OPTION
           MOVE 0 TO IX-ESCOLHIDO
           PERFORM 420-LISTA-INDICE THRU 420-99-FIM
                   UNTIL CWBOXS-OPTION = 0
                      OR IX-ESCOLHIDO > 0
           IF   IX-ESCOLHIDO = 0
                GO TO 400-99-FIM
           END-IF
           PERFORM 430-FAIXA THRU 430-99-FIM
           MOVE SPACES TO CAMPO-DATA
           PERFORM 200-CARREGA-DD THRU 200-99-FIM
           IF   TOT-LAYOUTS = 0
                MOVE "Arquivo sem layout no dicionario (CWDDMN)"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 400-99-FIM
           END-IF
           PERFORM 210-CHAVES THRU 210-99-FIM
           PERFORM 440-GERA-CONSULTA THRU 440-99-FIM
           IF   RECUPERADOS = 0
                GO TO 400-99-FIM
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", recuperou ' DELIMITED BY SIZE
                  RECUPERADOS DELIMITED BY SIZE
                  " arquivados de " DELIMITED BY SIZE
                  ARQ-NOME DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           PERFORM 450-NAVEGA THRU 450-99-FIM.

       400-99-FIM. EXIT.

      *    Arquivamentos do arquivo ARQ-NOME no indice "DX"
       410-CARREGA-INDICE.

           MOVE 0      TO TOT-INDICE
           MOVE "DX"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR TOT-INDICE = 200
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "DX"
                        IF   CWCONF-ARQUIVO = ARQ-NOME
                             PERFORM 415-GUARDA-INDICE
                                THRU 415-99-FIM
                        END-IF
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM.

       410-99-FIM. EXIT.

       415-GUARDA-INDICE.

           ADD  1 TO TOT-INDICE
           MOVE TOT-INDICE TO X
           MOVE CWCONF-CHAVE (1: 14)     TO IX-CARIMBO (X)
           MOVE CWCONF-DESTINO-END       TO IX-DIRETORIO (X)
           MOVE CWCONF-JOB-TIPO          TO IX-ORG (X)
           MOVE CWCONF-TAMANHO-LIMITE-KB TO IX-QTDE (X)
           MOVE CWCONF-TAMANHO-DATA      TO IX-CORTE (X)
           MOVE CWCONF-BL-INICIO         TO IX-DATA-MENOR (X)
           MOVE CWCONF-BL-FIM            TO IX-DATA-MAIOR (X)
           MOVE CWCONF-PERGUNTA          TO IX-CHAVE-DE (X)
           MOVE CWCONF-PERGUNTA-2        TO IX-CHAVE-ATE (X)
           MOVE CWCONF-NOME              TO IX-USUARIO (X).

       415-99-FIM. EXIT.

      *    Um arquivamento (data da rodada, registros, corte) ou a
      *    ultima linha para todos
       420-LISTA-INDICE.

           MOVE 04  TO CWBOXS-LINE
           MOVE 20  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Recuperar qual arquivamento:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE X = BASE + I
                   IF   X NOT > TOT-INDICE
                        MOVE IX-CARIMBO (X) (1: 8) TO DATA-W
                        PERFORM 700-EDITA-DATA THRU 700-99-FIM
                        MOVE IX-QTDE (X) TO ED-QTDE
                        STRING ED-DATA "  " ED-QTDE " reg. ate "
                               DELIMITED BY SIZE
                          INTO CWBOXS-TEXT (I)
                        MOVE IX-CORTE (X) TO DATA-W
                        PERFORM 700-EDITA-DATA THRU 700-99-FIM
                        MOVE ED-DATA TO CWBOXS-TEXT (I) (31: 10)
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-INDICE
                MOVE "--- mais arquivamentos ---" TO CWBOXS-TEXT (25)
           END-IF
           MOVE "--- todos os arquivamentos ---" TO CWBOXS-TEXT (26)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE TRUE
               WHEN CWBOXS-OPTION = 0
                    CONTINUE
               WHEN CWBOXS-OPTION = 25
                    ADD 24 TO BASE
                    IF   BASE NOT < TOT-INDICE
                         MOVE 0 TO BASE
                    END-IF
               WHEN CWBOXS-OPTION = 26
                    MOVE 999 TO IX-ESCOLHIDO
               WHEN OTHER
                    COMPUTE X = BASE + CWBOXS-OPTION
                    IF   X NOT > TOT-INDICE
                         MOVE X TO IX-ESCOLHIDO
                    END-IF
           END-EVALUATE.

       420-99-FIM. EXIT.

      *    Faixa de chave da recuperacao (em branco = tudo)
       430-FAIXA.

           MOVE 10 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 74 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "110508" "Chave de"
           CALL "CWMSGW" USING "114003" "ate"
           MOVE SPACES TO FX-DE FX-ATE
           ACCEPT FX-DE  AT 1214 WITH UPDATE
           ACCEPT FX-ATE AT 1244 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 30 TO FX-TAM-ATE
           PERFORM UNTIL FX-TAM-ATE = 0
                      OR FX-ATE (FX-TAM-ATE: 1) NOT = SPACE
                   SUBTRACT 1 FROM FX-TAM-ATE
           END-PERFORM.

       430-99-FIM. EXIT.

      *    Copia os registros dos arquivamentos escolhidos que caem
      *    na faixa para o arquivo de consulta
       440-GERA-CONSULTA.

           MOVE 0 TO RECUPERADOS
           IF   IX-ESCOLHIDO = 999
                MOVE 1 TO X
           ELSE
                MOVE IX-ESCOLHIDO TO X
           END-IF
           MOVE IX-ORG (X) TO ORG-RES
           MOVE SPACES TO LB-RESTO
           STRING PATH-ARQ    DELIMITED BY SPACE
                  BARRA       DELIMITED BY SIZE
                  ARQ-NOME    DELIMITED BY SPACE
                  ".CONSULTA" DELIMITED BY SIZE
             INTO LB-RESTO
           MOVE "O" TO MODO-ABRE
           PERFORM 640-ABRE-RES THRU 640-99-FIM
           IF   FALHA-ABRE = "S"
                MOVE SPACES TO CWSEND-MSG
                STRING "Falha ao criar " DELIMITED BY SIZE
                       LB-RESTO          DELIMITED BY SPACE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 440-99-FIM
           END-IF
           IF   IX-ESCOLHIDO = 999
                PERFORM VARYING X FROM 1 BY 1 UNTIL X > TOT-INDICE
                        PERFORM 445-COPIA-ARQ THRU 445-99-FIM
                END-PERFORM
           ELSE
                MOVE IX-ESCOLHIDO TO X
                PERFORM 445-COPIA-ARQ THRU 445-99-FIM
           END-IF
           PERFORM 655-FECHA-RES THRU 655-99-FIM
           IF   RECUPERADOS = 0
                CALL "CBL_DELETE_FILE" USING LB-RESTO
                MOVE "Nenhum registro arquivado na faixa pedida"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       440-99-FIM. EXIT.

       445-COPIA-ARQ.

           MOVE SPACES TO LB-ARQUIVO
           STRING IX-DIRETORIO (X) DELIMITED BY SPACE
                  BARRA            DELIMITED BY SIZE
                  ARQ-NOME         DELIMITED BY SPACE
                  ".A"             DELIMITED BY SIZE
                  IX-CARIMBO (X)   DELIMITED BY SIZE
             INTO LB-ARQUIVO
           MOVE IX-ORG (X) TO ORG-ARQ
           MOVE "I" TO MODO-ABRE
           PERFORM 620-ABRE-ARQ THRU 620-99-FIM
           IF   FALHA-ABRE = "S"
                MOVE SPACES TO CWSEND-MSG
                STRING "Arquivamento ausente: " DELIMITED BY SIZE
                       LB-ARQUIVO               DELIMITED BY SPACE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 445-99-FIM
           END-IF
           MOVE "N" TO FIM-DADOS
           PERFORM UNTIL FIM-DADOS = "S"
                   PERFORM 625-LE-ARQ THRU 625-99-FIM
                   IF   FIM-DADOS NOT = "S"
                        PERFORM 215-MONTA-CHAVE THRU 215-99-FIM
                        MOVE "S" TO PASSA
                        IF   FX-DE NOT = SPACES
                        AND  CHAVE-W (1: 30) < FX-DE
                             MOVE "N" TO PASSA
                        END-IF
                        IF   FX-TAM-ATE > 0
                        AND  CHAVE-W (1: FX-TAM-ATE)
                             > FX-ATE (1: FX-TAM-ATE)
                             MOVE "N" TO PASSA
                        END-IF
                        IF   PASSA = "S"
                             ADD 1 TO RECUPERADOS
                             PERFORM 650-GRAVA-RES THRU 650-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           PERFORM 635-FECHA-ARQ THRU 635-99-FIM.

       445-99-FIM. EXIT.

      *    O CWBRWS abre direto o arquivo de consulta com o
      *    dicionario do arquivo original; ele fecha o CWCONF ao
      *    sair, que e' reaberto aqui
       450-NAVEGA.

           DISPLAY "CWBRWS_ORG"     UPON ENVIRONMENT-NAME
           ACCEPT  ORG-BRWS         FROM ENVIRONMENT-VALUE
           DISPLAY ORG-RES          UPON ENVIRONMENT-VALUE
           DISPLAY "CWBRWS_ARQUIVO" UPON ENVIRONMENT-NAME
           DISPLAY ARQ-NOME         UPON ENVIRONMENT-VALUE
           DISPLAY "CWBRWS_DADOS"   UPON ENVIRONMENT-NAME
           DISPLAY LB-RESTO         UPON ENVIRONMENT-VALUE
           CALL   "CWBRWS"
           CANCEL "CWBRWS"
           DISPLAY "CWBRWS_DADOS"   UPON ENVIRONMENT-NAME
           DISPLAY " "              UPON ENVIRONMENT-VALUE
           DISPLAY "CWBRWS_ARQUIVO" UPON ENVIRONMENT-NAME
           DISPLAY " "              UPON ENVIRONMENT-VALUE
           DISPLAY "CWBRWS_ORG"     UPON ENVIRONMENT-NAME
           DISPLAY ORG-BRWS         UPON ENVIRONMENT-VALUE
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       450-99-FIM. EXIT.

      *    Listagem do indice "DX" de um arquivo
       500-INDICE.

           PERFORM 410-CARREGA-INDICE THRU 410-99-FIM
           IF   TOT-INDICE = 0
                MOVE "Nenhum arquivamento deste arquivo no indice"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 500-99-FIM
           END-IF
           MOVE SPACES TO CAMPO-DATA
           PERFORM 200-CARREGA-DD THRU 200-99-FIM
           PERFORM 210-CHAVES THRU 210-99-FIM
           MOVE "N" TO AUDITOU-CLARO
           MOVE "ARQUIVAMENTO DE DADOS"    TO CWIMPR-TITLE
           MOVE SPACES                     TO CWIMPR-SUB-TITLE
           STRING "INDICE DE " ARQ-NOME DELIMITED BY SIZE
             INTO CWIMPR-SUB-TITLE
           MOVE "Config/IndiceArquivamento" TO CWIMPR-NOTE
           MOVE LINHA-DX-1                 TO CWIMPR-HEADER-1
           MOVE "CWDARQB"                  TO CWIMPR-REPORT
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > TOT-INDICE
                                            OR CWIMPR-END-PRINT
                   MOVE SPACES TO DX-RODADA
                   MOVE IX-CARIMBO (X) (1: 8) TO DATA-W
                   PERFORM 700-EDITA-DATA THRU 700-99-FIM
                   STRING ED-DATA " "
                          IX-CARIMBO (X) (9: 2) ":"
                          IX-CARIMBO (X) (11: 2) ":"
                          IX-CARIMBO (X) (13: 2)
                          DELIMITED BY SIZE INTO DX-RODADA
                   MOVE IX-QTDE (X) TO DX-QTDE
                   MOVE IX-DATA-MENOR (X) TO DATA-W
                   PERFORM 700-EDITA-DATA THRU 700-99-FIM
                   MOVE ED-DATA TO DX-DATA-DE
                   MOVE IX-DATA-MAIOR (X) TO DATA-W
                   PERFORM 700-EDITA-DATA THRU 700-99-FIM
                   MOVE ED-DATA TO DX-DATA-ATE
                   MOVE IX-CHAVE-DE (X) TO CHAVE-W
                   PERFORM 219-MASCARA-CHAVE THRU 219-99-FIM
                   MOVE CHAVE-W TO DX-CHAVE-DE
                   MOVE IX-CHAVE-ATE (X) TO CHAVE-W
                   PERFORM 219-MASCARA-CHAVE THRU 219-99-FIM
                   MOVE CHAVE-W TO DX-CHAVE-ATE
                   MOVE LINHA-DX-2 TO CWIMPR-DETAIL
                   CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-PERFORM
           IF   NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       500-99-FIM. EXIT.

      *    Arquivo vivo: indexado pelo CWDIDX (somente leitura, do
      *    comeco da chave); sequencial direto
       600-ABRE-DADOS.

           MOVE "N" TO FALHA-ABRE
           IF   ORG-MODO = "I"
                MOVE 1             TO CWDIDX-CANAL
                MOVE LB-DADOS      TO CWDIDX-ARQUIVO
                MOVE ARQ-CHAVE-POS TO CWDIDX-CHAVE-POS
                MOVE ARQ-CHAVE-TAM TO CWDIDX-CHAVE-TAM
                MOVE TAM-REGISTRO  TO CWDIDX-TAMANHO
                MOVE SPACE         TO CWSQLC-UPDATE-FLAG
                SET CWSQLC-OPEN TO TRUE
                CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                IF   CWDIDX-STATUS > "09"
                     MOVE "S" TO FALHA-ABRE
                     GO TO 600-99-FIM
                END-IF
                MOVE LOW-VALUES TO CWDIDX-REGISTRO
                SET CWSQLC-START TO TRUE
                CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                IF   CWDIDX-STATUS > "09"
                     MOVE "S" TO FIM-DADOS
                END-IF
                GO TO 600-99-FIM
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

       600-99-FIM. EXIT.

       610-LE-DADOS.

           MOVE SPACES TO REGISTRO
           EVALUATE ORG-MODO
               WHEN "I"
                    SET CWSQLC-NEXT TO TRUE
                    CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                    IF   CWDIDX-STATUS > "09"
                         MOVE "S" TO FIM-DADOS
                    ELSE
                         MOVE CWDIDX-REGISTRO TO REGISTRO
                         MOVE TAM-REGISTRO    TO TAM-LIDO
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
                         MOVE DADLIN-REG   TO REGISTRO
                         MOVE TAM-REGISTRO TO TAM-LIDO
                    END-IF
           END-EVALUATE.

       610-99-FIM. EXIT.

       615-FECHA-DADOS.

           EVALUATE ORG-MODO
               WHEN "I"
                    SET CWSQLC-CLOSE TO TRUE
                    CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
               WHEN "R"
                    CLOSE DADREC
               WHEN OTHER
                    CLOSE DADLIN
           END-EVALUATE.

       615-99-FIM. EXIT.

      *    Arquivo datado: MODO-ABRE "O" grava, "I" le
       620-ABRE-ARQ.

           MOVE "N" TO FALHA-ABRE
           IF   ORG-ARQ = "R"
                IF   MODO-ABRE = "O"
                     OPEN OUTPUT ARQREC
                ELSE
                     OPEN INPUT ARQREC
                END-IF
                IF   FS-ARQREC NOT = "00"
                     MOVE "S" TO FALHA-ABRE
                END-IF
           ELSE
                IF   MODO-ABRE = "O"
                     OPEN OUTPUT ARQLIN
                ELSE
                     OPEN INPUT ARQLIN
                END-IF
                IF   FS-ARQLIN NOT = "00"
                     MOVE "S" TO FALHA-ABRE
                END-IF
           END-IF.

       620-99-FIM. EXIT.

       625-LE-ARQ.

           MOVE SPACES TO REGISTRO
           IF   ORG-ARQ = "R"
                READ ARQREC
                IF   FS-ARQREC > "09"
                     MOVE "S" TO FIM-DADOS
                ELSE
                     MOVE ARQREC-REG (1: TAM-LIDO) TO REGISTRO
                END-IF
           ELSE
                READ ARQLIN
                IF   FS-ARQLIN > "09"
                     MOVE "S" TO FIM-DADOS
                ELSE
                     MOVE ARQLIN-REG   TO REGISTRO
                     MOVE TAM-REGISTRO TO TAM-LIDO
                END-IF
           END-IF.

       625-99-FIM. EXIT.

       630-GRAVA-ARQ.

           IF   ORG-ARQ = "R"
                MOVE REGISTRO (1: TAM-LIDO) TO ARQREC-REG
                WRITE ARQREC-REG
                IF   FS-ARQREC > "09"
                     MOVE "S" TO FALHA-GRAVA
                END-IF
           ELSE
                MOVE REGISTRO TO ARQLIN-REG
                WRITE ARQLIN-REG
                IF   FS-ARQLIN > "09"
                     MOVE "S" TO FALHA-GRAVA
                END-IF
           END-IF.

       630-99-FIM. EXIT.

       635-FECHA-ARQ.

           IF   ORG-ARQ = "R"
                CLOSE ARQREC
           ELSE
                CLOSE ARQLIN
           END-IF.

       635-99-FIM. EXIT.

      *    Restante (novo vivo) ou arquivo de consulta: MODO-ABRE
      *    "O" grava, "I" le
       640-ABRE-RES.

           MOVE "N" TO FALHA-ABRE
           IF   ORG-RES = "R"
                IF   MODO-ABRE = "O"
                     OPEN OUTPUT RESREC
                ELSE
                     OPEN INPUT RESREC
                END-IF
                IF   FS-RESREC NOT = "00"
                     MOVE "S" TO FALHA-ABRE
                END-IF
           ELSE
                IF   MODO-ABRE = "O"
                     OPEN OUTPUT RESLIN
                ELSE
                     OPEN INPUT RESLIN
                END-IF
                IF   FS-RESLIN NOT = "00"
                     MOVE "S" TO FALHA-ABRE
                END-IF
           END-IF.

       640-99-FIM. EXIT.

       645-LE-RES.

           MOVE SPACES TO REGISTRO
           IF   ORG-RES = "R"
                READ RESREC
                IF   FS-RESREC > "09"
                     MOVE "S" TO FIM-DADOS
                ELSE
                     MOVE RESREC-REG (1: TAM-LIDO) TO REGISTRO
                END-IF
           ELSE
                READ RESLIN
                IF   FS-RESLIN > "09"
                     MOVE "S" TO FIM-DADOS
                ELSE
                     MOVE RESLIN-REG TO REGISTRO
                END-IF
           END-IF.

       645-99-FIM. EXIT.

       650-GRAVA-RES.

           IF   ORG-RES = "R"
                MOVE REGISTRO (1: TAM-LIDO) TO RESREC-REG
                WRITE RESREC-REG
                IF   FS-RESREC > "09"
                     MOVE "S" TO FALHA-GRAVA
                END-IF
           ELSE
                MOVE REGISTRO TO RESLIN-REG
                WRITE RESLIN-REG
                IF   FS-RESLIN > "09"
                     MOVE "S" TO FALHA-GRAVA
                END-IF
           END-IF.

       650-99-FIM. EXIT.

       655-FECHA-RES.

           IF   ORG-RES = "R"
                CLOSE RESREC
           ELSE
                CLOSE RESLIN
           END-IF.

       655-99-FIM. EXIT.

      *    DATA-W (AAAAMMDD) em ED-DATA (DD/MM/AAAA); zero = branco
       700-EDITA-DATA.

           IF   DATA-W = 0
                MOVE SPACES TO ED-DATA
                GO TO 700-99-FIM
           END-IF
           MOVE DATA-W-DIA TO ED-DIA
           MOVE DATA-W-MES TO ED-MES
           MOVE DATA-W-ANO TO ED-ANO.

       700-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWDARQ_MODO" UPON ENVIRONMENT-NAME
           ACCEPT  BATCH-PEDIDO  FROM ENVIRONMENT-VALUE
           INSPECT BATCH-PEDIDO
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "CWDARQ_PATH" UPON ENVIRONMENT-NAME
           ACCEPT  PATH-ARQ      FROM ENVIRONMENT-VALUE
           IF   PATH-ARQ = SPACES
                MOVE "CWARQ" TO PATH-ARQ
           END-IF
           DISPLAY "CWDARQ_ORG" UPON ENVIRONMENT-NAME
           ACCEPT  ORG-PADRAO   FROM ENVIRONMENT-VALUE
           IF   ORG-PADRAO NOT = "R" AND NOT = "r"
                MOVE "L" TO ORG-PADRAO
           ELSE
                MOVE "R" TO ORG-PADRAO
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
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT = "00"
                MOVE 8 TO RC
                MOVE 0 TO CWBOXS-OPTION
           ELSE
                MOVE 1 TO CWBOXS-OPTION
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWDARQ.
