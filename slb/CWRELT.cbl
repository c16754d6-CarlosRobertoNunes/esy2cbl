       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWRELT.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Gerador de relatorios sobre o dicionario de  *
                      *  dados: cada definicao ("RA", gravada sob um  *
                      *  nome de 7) aponta um arquivo do cadastro     *
                      *  "02" e um layout "DD" dele e escolhe ate 10  *
                      *  colunas (numericas podem ser totalizadas;    *
                      *  sinal, compactado, binario e data saem       *
                      *  convertidos pelo CWDDCV),                    *
                      *  ate 5 filtros (=, <>, >, <, >=, <=), ate 3   *
                      *  campos de classificacao (ascendente ou       *
                      *  descendente) e quais deles quebram com       *
                      *  subtotal; fecha com o total geral.  Sai pelo *
                      *  CWIMPR com o nome da definicao como codigo   *
                      *  de relatorio - destinos "94", PDF e          *
                      *  exportacao valem como para qualquer outro.   *
                      *  Sem parametro abre o menu (executar, definir *
                      *  e excluir); com o nome na linha de comando   *
                      *  (formulario "PR" da opcao de menu ou         *
                      *  CWCONF-JOB-PARAMETRO de um passo "JB") ou em *
                      *  CWRELT_NOME emite direto.  CWRELT_ORG=R le   *
                      *  o arquivo como registros fixos.  RETURN-CODE *
                      *  0 = emitido, 4 = nenhum registro atendeu aos *
                      *  filtros, 8 = nao rodou.                      *
                      *  Coluna, quebra e total de campo com classe   *
                      *  sensivel ("DS") saem mascarados para quem    *
                      *  nao esta nos grupos da classe (CWDDMK);      *
                      *  emissao em claro vai para a auditoria.       *
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

       SD   SORTWK.

       01   SW-REG.
            05 SW-CHAVE                PIC  X(120).
            05 SW-REGISTRO             PIC  X(2048).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-DADOS.
              10 FS-DADLIN             PIC  X(002) VALUE "00".
              10 FS-DADREC             PIC  X(002) VALUE "00".
              10 LB-DADOS              PIC  X(255) VALUE SPACES.
           05 MINUSCULAS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           05 MAIUSCULAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 ORG-MODO                 PIC  X(001) VALUE "L".
           05 TAM-LIDO                 PIC  9(004) VALUE 0.
           05 I                        PIC  9(003) VALUE 0.
           05 C                        PIC  9(003) VALUE 0.
           05 K                        PIC  9(004) VALUE 0.
           05 Q                        PIC  9(002) VALUE 0.
           05 S                        PIC  9(003) VALUE 0.
           05 BASE                     PIC  9(003) VALUE 0.
           05 CX                       PIC  9(002) VALUE 0.
           05 OPCAO                    PIC  9(002) VALUE 0.
           05 REGISTRO                 PIC  X(2048) VALUE SPACES.
           05 FIM-DADOS                PIC  X(001) VALUE "N".
           05 FIM-SORT                 PIC  X(001) VALUE "N".
           05 PRIMEIRO                 PIC  X(001) VALUE "S".
           05 PASSA                    PIC  X(001) VALUE "S".
           05 CAMPO-OK                 PIC  X(001) VALUE "N".
           05 RC                       PIC  9(001) VALUE 0.
           05 LIDOS                    PIC  9(007) VALUE 0.
           05 LISTADOS                 PIC  9(007) VALUE 0.
           05 OMITIDAS                 PIC  9(002) VALUE 0.
           05 LINHA-COMANDO            PIC  X(200) VALUE SPACES.
           05 BRANCOS                  PIC  X(070) VALUE SPACES.
           05 COMPARA-W                PIC  X(256) VALUE SPACES.
           05 COMPARA-TAM              PIC  9(003) VALUE 0.
           05 RESULTADO                PIC S9(001) VALUE 0.
           05 CHAVE-W                  PIC  X(120) VALUE SPACES.
           05 LINHA                    PIC  X(200) VALUE SPACES.
           05 LARGURA-LINHA            PIC  9(003) VALUE 0.
           05 QTDE-ED                  PIC  ZZZ.ZZ9.
      *    Definicao corrente ("RA")
           05 RT-NOME                  PIC  X(007) VALUE SPACES.
           05 RT-ITEM                  PIC  9(002) VALUE 0.
           05 RT-ACHOU                 PIC  X(001) VALUE "N".
           05 RT-TITULO                PIC  X(050) VALUE SPACES.
           05 RT-ARQUIVO               PIC  X(030) VALUE SPACES.
           05 RT-LAYOUT                PIC  9(002) VALUE 1.
           05 RT-LAYOUT-X REDEFINES RT-LAYOUT
                                       PIC  X(002).
           05 RT-ORDEM                 PIC  X(001) VALUE "A".
           05 RT-CAMPO                 PIC  X(034) VALUE SPACES.
           05 RT-MARCA                 PIC  X(001) VALUE SPACE.
           05 RT-OPERADOR              PIC  X(002) VALUE SPACES.
           05 RT-VALOR                 PIC  X(020) VALUE SPACES.
      *    Layouts "DD" do arquivo (seletores) e campos do escolhido
           05 LX                       PIC  9(002) VALUE 0.
           05 LC2                      PIC  9(002) VALUE 0.
           05 TOT-LAYOUTS              PIC  9(002) VALUE 0.
           05 TAB-LAYOUTS.
              10 LY-TB OCCURS 9.
                 15 LY-CODIGO          PIC  X(002).
                 15 LY-SEL-POS         PIC  9(004).
                 15 LY-SEL-TAM         PIC  9(002).
                 15 LY-SEL-VAL         PIC  X(020).
           05 TOT-CAMPOS               PIC  9(002) VALUE 0.
           05 TAB-CAMPOS.
              10 CP-TB OCCURS 26.
                 15 CP-NOME            PIC  X(034).
                 15 CP-POSICAO         PIC  9(003).
                 15 CP-TAMANHO         PIC  9(003).
                 15 CP-TIPO            PIC  X(001).
                    88 CP-NUMERICO     VALUE "N" "S" "P" "B".
                    88 CP-CONVERTE     VALUE "S" "P" "B" "D".
                    88 CP-VALORADO     VALUE "N" "S" "P" "B" "D".
                 15 CP-DECIMAIS        PIC  9(001).
                 15 CP-FORMATO         PIC  X(008).
                 15 CP-CLASSE          PIC  X(005).
                 15 CP-CLARO           PIC  X(001).
      *    Colunas, filtros, classificacao e quebras da execucao
           05 TOT-COLUNAS              PIC  9(002) VALUE 0.
           05 TAB-COLUNAS.
              10 CL-TB OCCURS 10.
                 15 CL-CAMPO           PIC  9(002).
                 15 CL-TOTAL           PIC  X(001).
                 15 CL-COL             PIC  9(003).
                 15 CL-LARG            PIC  9(002).
           05 TOT-FILTROS              PIC  9(002) VALUE 0.
           05 TAB-FILTROS.
              10 FL-TB OCCURS 5.
                 15 FL-CAMPO           PIC  9(002).
                 15 FL-OPERADOR        PIC  X(002).
                 15 FL-VALOR           PIC  X(020).
                 15 FL-NUMERO          PIC S9(014)V9(004).
           05 TOT-CLASSES              PIC  9(002) VALUE 0.
           05 TAB-CLASSES.
              10 ST-TB OCCURS 3.
                 15 ST-CAMPO           PIC  9(002).
                 15 ST-QUEBRA          PIC  X(001).
           05 TOT-QUEBRAS              PIC  9(002) VALUE 0.
           05 TAB-QUEBRAS.
              10 QB-TB OCCURS 3.
                 15 QB-CLASSE          PIC  9(002).
                 15 QB-ANTERIOR        PIC  X(040).
                 15 QB-TEXTO           PIC  X(040).
                 15 QB-QTDE            PIC  9(007).
                 15 QB-TOTAL OCCURS 10 PIC S9(014)V9(004).
           05 GR-QTDE                  PIC  9(007) VALUE 0.
           05 TAB-GERAL.
              10 GR-TOTAL OCCURS 10    PIC S9(014)V9(004).
           05 TAB-PASSAGEM.
              10 PT-TOTAL OCCURS 10    PIC S9(014)V9(004).
      *    Valor numerico de campo/filtro e edicao com decimais
           05 NUM-ALFA                 PIC  X(018) VALUE ZEROS.
           05 NUM-INT REDEFINES NUM-ALFA
                                       PIC  9(018).
           05 VALOR                    PIC S9(014)V9(004) VALUE 0.
           05 VALOR-OK                 PIC  X(001) VALUE "S".
      *    Chave de classificacao de campo convertido: "0" + o
      *    complemento para negativos, "1" + o valor para os demais
           05 CHAVE-VALOR.
              10 CHAVE-SINAL           PIC  X(001) VALUE "1".
              10 CHAVE-NUMERO          PIC  9(014)V9(004) VALUE 0.
           05 DECIMAIS                 PIC  9(001) VALUE 0.
           05 INTEIROS                 PIC  9(003) VALUE 0.
           05 PV-TEXTO                 PIC  X(020) VALUE SPACES.
           05 PV-OK                    PIC  X(001) VALUE "S".
           05 PV-VIRGULA               PIC  X(001) VALUE "N".
           05 PV-SINAL                 PIC  X(001) VALUE "+".
           05 PV-CASAS                 PIC  9(002) VALUE 0.
           05 PV-DIGITO-X              PIC  X(001) VALUE "0".
           05 PV-DIGITO REDEFINES PV-DIGITO-X
                                       PIC  9(001).
           05 PV-NUMERO                PIC S9(014)V9(004) VALUE 0.
           05 ED-0                     PIC  ---.---.---.---.--9.
           05 ED-1                     PIC  ---.---.---.---.--9,9.
           05 ED-2                     PIC  ---.---.---.---.--9,99.
           05 ED-3                     PIC  ---.---.---.---.--9,999.
           05 ED-4                     PIC  ---.---.---.---.--9,9999.
           05 ED-W                     PIC  X(024) VALUE SPACES.

       01  LINHAS-DE-IMPRESSAO-RT.
       02  LINHA-RT-1.
           05 RT-ROTULO                PIC  X(022) VALUE SPACES.
           05 RT-TOTAL                 PIC  ZZZ.ZZZ.ZZ9.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWCONF.
       COPY CWDDCV.
       COPY CWDDMK.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   RC = 8
                GO TO 000-FECHA
           END-IF
           IF   RT-NOME NOT = SPACES
                PERFORM 500-EXECUTA THRU 500-99-FIM
           ELSE
                IF   CRON = "ON"
                     MOVE "Uso: CWRELT relatorio" TO CWSEND-MSG
                     PERFORM 850-AVISA THRU 850-99-FIM
                     MOVE 8 TO RC
                ELSE
                     PERFORM 100-MENU THRU 100-99-FIM
                             UNTIL CWBOXS-OPTION = 0
                END-IF
           END-IF.

       000-FECHA.

           PERFORM 900-FINAIS THRU 900-99-FIM
           MOVE RC TO RETURN-CODE.

       000-99-FIM. GOBACK.

       100-MENU.

           MOVE 10  TO CWBOXS-LINE
                       CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Relatorios do dicionario:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Executar relatorio"     TO CWBOXS-TEXT (1)
           MOVE "~Definir relatorio"      TO CWBOXS-TEXT (2)
           MOVE "e~Xcluir relatorio"      TO CWBOXS-TEXT (3)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           MOVE CWBOXS-OPTION TO OPCAO
           EVALUATE OPCAO
               WHEN 1 PERFORM 110-EXECUTA THRU 110-99-FIM
               WHEN 2 PERFORM 120-DEFINE  THRU 120-99-FIM
               WHEN 3 PERFORM 130-EXCLUI  THRU 130-99-FIM
           END-EVALUATE
           MOVE OPCAO TO CWBOXS-OPTION.

       100-99-FIM. EXIT.

       110-EXECUTA.

           PERFORM 160-ESCOLHE-RELATORIO THRU 160-99-FIM
           IF   RT-NOME = SPACES
                GO TO 110-99-FIM
           END-IF
           MOVE 0 TO RC
           PERFORM 500-EXECUTA THRU 500-99-FIM
           IF   RC NOT = 8
                MOVE SPACES   TO CWSEND-MSG
                MOVE LISTADOS TO QTDE-ED
                STRING "Relatorio " RT-NOME " emitido: "
                       QTDE-ED " registro(s)" DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF
           MOVE 0      TO RC
           MOVE SPACES TO RT-NOME.

       110-99-FIM. EXIT.

      *    Definicao item a item, como o CWDDMN: item 0 = cabecalho
      *    (titulo, arquivo, layout, ordem), 1-10 = colunas, 11-15 =
      *    filtros e 16-18 = campos de classificacao
       120-DEFINE.

           MOVE 06 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 11 TO CWBOXW-VERTICAL-LENGTH
           MOVE 76 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "070522" "Relatorio (nome)  :"
           MOVE SPACES TO RT-NOME
           ACCEPT RT-NOME AT 0725 WITH UPDATE
           IF   RT-NOME = SPACES
                PERFORM 160-ESCOLHE-RELATORIO THRU 160-99-FIM
                IF   RT-NOME = SPACES
                     GO TO 120-FECHA
                END-IF
                CALL "CWMSGW" USING "072507" RT-NOME
           END-IF
           INSPECT RT-NOME CONVERTING MINUSCULAS TO MAIUSCULAS
           CALL "CWMSGW" USING "080522" "Item (99=sair)    :"
           CALL "CWMSGW" USING "090550"
                "0=cabecalho 1-10=colunas 11-15=filtros 16-18=ordem"
           MOVE 0 TO RT-ITEM
           PERFORM 122-EDITA-ITEM THRU 122-99-FIM
                   UNTIL RT-ITEM = 99.

       120-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE SPACES TO RT-NOME.

       120-99-FIM. EXIT.

       122-EDITA-ITEM.

           PERFORM VARYING I FROM 11 BY 1 UNTIL I > 15
                   COMPUTE K = I * 100 + 5
                   MOVE K (1: 4) TO LINHA (1: 4)
                   MOVE "70"     TO LINHA (5: 2)
                   CALL "CWMSGW" USING LINHA (1: 6) BRANCOS
           END-PERFORM
           ACCEPT RT-ITEM AT 0825 WITH UPDATE
           IF   RT-ITEM = 99
                GO TO 122-99-FIM
           END-IF
           IF   RT-ITEM > 18
                MOVE "Item invalido" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 122-99-FIM
           END-IF
           PERFORM 200-LE-RA THRU 200-99-FIM
           IF   RT-ACHOU NOT = "S"
           AND  RT-ITEM NOT = 0
                MOVE "Grave primeiro o cabecalho (item 0)"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 122-99-FIM
           END-IF
           EVALUATE TRUE
               WHEN RT-ITEM = 0
                    PERFORM 240-ITEM-CABECALHO THRU 240-99-FIM
               WHEN RT-ITEM < 11
                    PERFORM 250-ITEM-COLUNA    THRU 250-99-FIM
               WHEN RT-ITEM < 16
                    PERFORM 260-ITEM-FILTRO    THRU 260-99-FIM
               WHEN OTHER
                    PERFORM 270-ITEM-ORDEM     THRU 270-99-FIM
           END-EVALUATE
           IF   RT-ITEM < 18
                ADD 1 TO RT-ITEM
           END-IF.

       122-99-FIM. EXIT.

       130-EXCLUI.

           PERFORM 160-ESCOLHE-RELATORIO THRU 160-99-FIM
           IF   RT-NOME = SPACES
                GO TO 130-99-FIM
           END-IF
           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           STRING "Excluir a definicao do relatorio " RT-NOME "?"
                  DELIMITED BY SIZE
             INTO CWSEND-MSG
           MOVE "~Confirmar" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE 2            TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           IF   CWSEND-OPTION = 1
                MOVE "RA"    TO CWCONF-REG
                MOVE RT-NOME TO CWCONF-CHAVE (1: 7)
                SET CWSQLC-READ  TO TRUE
                SET CWSQLC-EQUAL TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                IF   FS-CWCONF < "10"
                     SET CWSQLC-DELETE TO TRUE
                     CALL "CWCONF" USING CWSQLC CWCONF-REG
                                         FS-CWCONF KCO PCO
                     MOVE "Definicao excluida" TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                END-IF
           END-IF
           MOVE SPACES TO RT-NOME.

       130-99-FIM. EXIT.

      *    Lista das definicoes gravadas para escolher uma
       160-ESCOLHE-RELATORIO.

           MOVE SPACES TO RT-NOME
           MOVE 0      TO BASE.

       160-PAGINA.

           MOVE 03  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Relatorios definidos:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE 0    TO S
           MOVE "RA" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "RA")
                      OR S > BASE + 24
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "RA"
                        ADD 1 TO S
                        IF   S > BASE
                        AND  S NOT > BASE + 24
                             COMPUTE I = S - BASE
                             STRING CWCONF-CHAVE (1: 7) " "
                                    CWCONF-LABEL (1: 32)
                                    DELIMITED BY SIZE
                               INTO CWBOXS-TEXT (I)
                        END-IF
                   END-IF
           END-PERFORM
           IF   S = 0
                MOVE "Nenhum relatorio definido" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 160-99-FIM
           END-IF
           IF   S > BASE + 24
                MOVE "--- mais ---" TO CWBOXS-TEXT (25)
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 25
                ADD 24 TO BASE
                GO TO 160-PAGINA
           END-IF
           IF   CWBOXS-OPTION > 0
                MOVE CWBOXS-TEXT (CWBOXS-OPTION) (1: 7) TO RT-NOME
           END-IF.

       160-99-FIM. EXIT.

      *    Le (ou prepara nova) a definicao RT-NOME; a encontrada
      *    traz o arquivo e o layout para a critica dos campos
       200-LE-RA.

           MOVE "RA"    TO CWCONF-REG
           MOVE RT-NOME TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S"            TO RT-ACHOU
                MOVE CWCONF-ARQUIVO TO RT-ARQUIVO
                IF   CWCONF-QUADRO NUMERIC
                AND  CWCONF-QUADRO > 0
                     MOVE CWCONF-QUADRO TO RT-LAYOUT
                ELSE
                     MOVE 1 TO RT-LAYOUT
                END-IF
           ELSE
                MOVE "N" TO RT-ACHOU
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "RA"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                                   CWCONF-LABEL
                                   CWCONF-ARQUIVO
                MOVE RT-NOME    TO CWCONF-CHAVE (1: 7)
                MOVE 1          TO CWCONF-QUADRO
                MOVE "A"        TO CWCONF-JOB-TIPO
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                        MOVE SPACES TO CWCONF-NM-OPCAO (I)
                                       CWCONF-PASS (I)
                                       CWCONF-HELP (I)
                END-PERFORM
           END-IF.

       200-99-FIM. EXIT.

      *    Carrega os seletores de todos os layouts do arquivo (ate
      *    9, como CWSCAN) e os campos do layout RT-LAYOUT
       210-CARREGA-DD.

           MOVE 0 TO TOT-CAMPOS TOT-LAYOUTS
           MOVE "DD"       TO CWCONF-REG
           MOVE RT-ARQUIVO TO CWCONF-CHAVE (1: 30)
           MOVE "01"       TO CWCONF-CHAVE (31: 2)
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
                   AND  CWCONF-CHAVE (1: 30) = RT-ARQUIVO
                        PERFORM 212-GUARDA-LAYOUT THRU 212-99-FIM
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM.

       210-99-FIM. EXIT.

       212-GUARDA-LAYOUT.

           ADD 1 TO TOT-LAYOUTS
           MOVE TOT-LAYOUTS TO LX
           MOVE CWCONF-CHAVE (31: 2) TO LY-CODIGO (LX)
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
           IF   CWCONF-CHAVE (31: 2) NOT = RT-LAYOUT-X
                GO TO 212-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-SIZE-P-99 (I) > 0
                   AND  CWCONF-FATOR-P-99 (I) > 0
                        ADD  1 TO TOT-CAMPOS
                        MOVE CWCONF-NM-OPCAO (I)
                          TO CP-NOME (TOT-CAMPOS)
                        MOVE CWCONF-SIZE-P-99 (I)
                          TO CP-POSICAO (TOT-CAMPOS)
                        MOVE CWCONF-FATOR-P-99 (I)
                          TO CP-TAMANHO (TOT-CAMPOS)
                        MOVE CWCONF-CHECK (I)
                          TO CP-TIPO (TOT-CAMPOS)
                        IF   CWCONF-NIVEL (I) NUMERIC
                             MOVE CWCONF-NIVEL (I)
                               TO CP-DECIMAIS (TOT-CAMPOS)
                        ELSE
                             MOVE 0 TO CP-DECIMAIS (TOT-CAMPOS)
                        END-IF
                        MOVE CWCONF-HELP (I) (1: 8)
                          TO CP-FORMATO (TOT-CAMPOS)
                        MOVE CWCONF-PASS (I) (2: 5)
                          TO CP-CLASSE (TOT-CAMPOS)
                        IF   CP-CLASSE (TOT-CAMPOS) = LOW-VALUES
                             MOVE SPACES TO CP-CLASSE (TOT-CAMPOS)
                        END-IF
                        MOVE "S" TO CP-CLARO (TOT-CAMPOS)
                   END-IF
           END-PERFORM.

       212-99-FIM. EXIT.

      *    Campo RT-CAMPO no layout carregado: CX = 0 se nao existe
       220-ACHA-CAMPO.

           MOVE 0 TO CX
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > TOT-CAMPOS
                                            OR CX > 0
                   IF   CP-NOME (C) = RT-CAMPO
                        MOVE C TO CX
                   END-IF
           END-PERFORM.

       220-99-FIM. EXIT.

      *    Nome digitado que o layout nao tem: oferece a lista dos
      *    campos do layout para escolher
       230-ESCOLHE-CAMPO.

           MOVE 0 TO BASE.

       230-PAGINA.

           MOVE 03  TO CWBOXS-LINE
           MOVE 20  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Campos do layout:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE S = BASE + I
                   IF   S NOT > TOT-CAMPOS
                        MOVE CP-NOME (S) TO CWBOXS-TEXT (I)
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-CAMPOS
                MOVE "--- mais ---" TO CWBOXS-TEXT (25)
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 25
                ADD 24 TO BASE
                IF   BASE NOT < TOT-CAMPOS
                     MOVE 0 TO BASE
                END-IF
                GO TO 230-PAGINA
           END-IF
           IF   CWBOXS-OPTION > 0
                COMPUTE CX = BASE + CWBOXS-OPTION
                MOVE CP-NOME (CX) TO RT-CAMPO
           END-IF.

       230-99-FIM. EXIT.

       240-ITEM-CABECALHO.

           IF   RT-ACHOU = "S"
                MOVE CWCONF-LABEL   TO RT-TITULO
                MOVE CWCONF-JOB-TIPO TO RT-ORDEM
           ELSE
                MOVE SPACES TO RT-TITULO RT-ARQUIVO
                MOVE 1      TO RT-LAYOUT
                MOVE "A"    TO RT-ORDEM
           END-IF
           CALL "CWMSGW" USING "110522" "Titulo            :"
           CALL "CWMSGW" USING "120522" "Arquivo (cad. 02) :"
           CALL "CWMSGW" USING "130522" "Layout (01-99)    :"
           CALL "CWMSGW" USING "140522" "Ordem (A/D)       :"
           ACCEPT RT-TITULO  AT 1125 WITH UPDATE
           ACCEPT RT-ARQUIVO AT 1225 WITH UPDATE
           ACCEPT RT-LAYOUT  AT 1325 WITH UPDATE
           ACCEPT RT-ORDEM   AT 1425 WITH UPDATE
           IF   RT-LAYOUT = 0
                MOVE 1 TO RT-LAYOUT
           END-IF
           IF   RT-ORDEM = "d" OR "D"
                MOVE "D" TO RT-ORDEM
           ELSE
                MOVE "A" TO RT-ORDEM
           END-IF
           IF   RT-ARQUIVO = SPACES
                MOVE "Informe o arquivo" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 240-99-FIM
           END-IF
           PERFORM 210-CARREGA-DD THRU 210-99-FIM
           IF   TOT-CAMPOS = 0
                MOVE "Arquivo/layout sem dicionario (CWDDMN)"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 240-99-FIM
           END-IF
      *    Rele (a carga do "DD" reposicionou o arquivo)
           PERFORM 200-LE-RA THRU 200-99-FIM
           MOVE RT-TITULO  TO CWCONF-LABEL
           MOVE RT-ARQUIVO TO CWCONF-ARQUIVO
           MOVE RT-LAYOUT  TO CWCONF-QUADRO
           MOVE RT-ORDEM   TO CWCONF-JOB-TIPO
           PERFORM 290-GRAVA-RA THRU 290-99-FIM
           MOVE "Cabecalho gravado" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       240-99-FIM. EXIT.

       250-ITEM-COLUNA.

           MOVE CWCONF-NM-OPCAO (RT-ITEM)      TO RT-CAMPO
           MOVE CWCONF-PASS (RT-ITEM) (1: 1)   TO RT-MARCA
           CALL "CWMSGW" USING "110522" "Campo             :"
           CALL "CWMSGW" USING "120522" "Totalizar (T)     :"
           ACCEPT RT-CAMPO AT 1125 WITH UPDATE
           ACCEPT RT-MARCA AT 1225 WITH UPDATE
           IF   RT-MARCA = "t"
                MOVE "T" TO RT-MARCA
           END-IF
           IF   RT-MARCA NOT = "T"
                MOVE SPACE TO RT-MARCA
           END-IF
           PERFORM 280-VALIDA-CAMPO THRU 280-99-FIM
           IF   CAMPO-OK NOT = "S"
                GO TO 250-99-FIM
           END-IF
           IF   RT-CAMPO = SPACES
                MOVE SPACE TO RT-MARCA
           ELSE
                IF   RT-MARCA = "T"
                AND  NOT CP-NUMERICO (CX)
                     MOVE "So campo numerico e' totalizado"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                     MOVE SPACE TO RT-MARCA
                END-IF
           END-IF
           PERFORM 200-LE-RA THRU 200-99-FIM
           MOVE RT-CAMPO TO CWCONF-NM-OPCAO (RT-ITEM)
           MOVE SPACES   TO CWCONF-PASS (RT-ITEM)
           MOVE RT-MARCA TO CWCONF-PASS (RT-ITEM) (1: 1)
           PERFORM 290-GRAVA-RA THRU 290-99-FIM
           MOVE "Coluna gravada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       250-99-FIM. EXIT.

       260-ITEM-FILTRO.

           MOVE CWCONF-NM-OPCAO (RT-ITEM)      TO RT-CAMPO
           MOVE CWCONF-PASS (RT-ITEM) (1: 2)   TO RT-OPERADOR
           MOVE CWCONF-HELP (RT-ITEM)          TO RT-VALOR
           CALL "CWMSGW" USING "110522" "Campo             :"
           CALL "CWMSGW" USING "120522" "Operador          :"
           CALL "CWMSGW" USING "122826" "(=  <>  >  <  >=  <=)"
           CALL "CWMSGW" USING "130522" "Valor             :"
           ACCEPT RT-CAMPO    AT 1125 WITH UPDATE
           ACCEPT RT-OPERADOR AT 1225 WITH UPDATE
           ACCEPT RT-VALOR    AT 1325 WITH UPDATE
           PERFORM 280-VALIDA-CAMPO THRU 280-99-FIM
           IF   CAMPO-OK NOT = "S"
                GO TO 260-99-FIM
           END-IF
           IF   RT-CAMPO NOT = SPACES
                IF   RT-OPERADOR NOT = "= " AND "<>" AND "> "
                                   AND "< " AND ">=" AND "<="
                     MOVE "Operador invalido" TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                     GO TO 260-99-FIM
                END-IF
                IF   CP-VALORADO (CX)
                     MOVE RT-VALOR TO PV-TEXTO
                     PERFORM 675-VALOR-FILTRO THRU 675-99-FIM
                     IF   PV-OK NOT = "S"
                          IF   CP-TIPO (CX) = "D"
                               MOVE CWDDCV-MENSAGEM TO CWSEND-MSG
                          ELSE
                               MOVE "Valor nao numerico"
                                 TO CWSEND-MSG
                          END-IF
                          CALL "CWSEND" USING PARAMETROS-CWSEND
                          GO TO 260-99-FIM
                     END-IF
                END-IF
           ELSE
                MOVE SPACES TO RT-OPERADOR RT-VALOR
           END-IF
           PERFORM 200-LE-RA THRU 200-99-FIM
           MOVE RT-CAMPO    TO CWCONF-NM-OPCAO (RT-ITEM)
           MOVE SPACES      TO CWCONF-PASS (RT-ITEM)
           MOVE RT-OPERADOR TO CWCONF-PASS (RT-ITEM) (1: 2)
           MOVE RT-VALOR    TO CWCONF-HELP (RT-ITEM)
           PERFORM 290-GRAVA-RA THRU 290-99-FIM
           MOVE "Filtro gravado" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       260-99-FIM. EXIT.

       270-ITEM-ORDEM.

           MOVE CWCONF-NM-OPCAO (RT-ITEM)      TO RT-CAMPO
           MOVE CWCONF-PASS (RT-ITEM) (1: 1)   TO RT-MARCA
           CALL "CWMSGW" USING "110522" "Campo             :"
           CALL "CWMSGW" USING "120522" "Quebra c/total (Q):"
           ACCEPT RT-CAMPO AT 1125 WITH UPDATE
           ACCEPT RT-MARCA AT 1225 WITH UPDATE
           IF   RT-MARCA = "q"
                MOVE "Q" TO RT-MARCA
           END-IF
           IF   RT-MARCA NOT = "Q"
                MOVE SPACE TO RT-MARCA
           END-IF
           PERFORM 280-VALIDA-CAMPO THRU 280-99-FIM
           IF   CAMPO-OK NOT = "S"
                GO TO 270-99-FIM
           END-IF
           PERFORM 200-LE-RA THRU 200-99-FIM
           MOVE RT-CAMPO TO CWCONF-NM-OPCAO (RT-ITEM)
           MOVE SPACES   TO CWCONF-PASS (RT-ITEM)
           MOVE RT-MARCA TO CWCONF-PASS (RT-ITEM) (1: 1)
           PERFORM 290-GRAVA-RA THRU 290-99-FIM
           MOVE "Classificacao gravada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       270-99-FIM. EXIT.

      *    Campo em branco limpa o item; o informado tem que existir
      *    no layout da definicao (senao escolhe da lista)
       280-VALIDA-CAMPO.

           MOVE "S" TO CAMPO-OK
           IF   RT-CAMPO = SPACES
                GO TO 280-99-FIM
           END-IF
           PERFORM 210-CARREGA-DD THRU 210-99-FIM
           PERFORM 220-ACHA-CAMPO THRU 220-99-FIM
           IF   CX = 0
                INSPECT RT-CAMPO CONVERTING MINUSCULAS TO MAIUSCULAS
                PERFORM 220-ACHA-CAMPO THRU 220-99-FIM
           END-IF
           IF   CX = 0
                PERFORM 230-ESCOLHE-CAMPO THRU 230-99-FIM
           END-IF
           IF   CX = 0
                MOVE "N" TO CAMPO-OK
                MOVE "Campo nao existe no layout" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           ELSE
                CALL "CWMSGW" USING "112534" RT-CAMPO
           END-IF.

       280-99-FIM. EXIT.

       290-GRAVA-RA.

           IF   RT-ACHOU = "S"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                SET CWSQLC-WRITE TO TRUE
           END-IF
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S" TO RT-ACHOU
           END-IF.

       290-99-FIM. EXIT.

      *    Emissao: carrega a definicao, seleciona e classifica os
      *    registros e imprime com quebras e totais
       500-EXECUTA.

           MOVE 0 TO LIDOS LISTADOS OMITIDAS
           PERFORM 510-PREPARA THRU 510-99-FIM
           IF   RC = 8
                GO TO 500-99-FIM
           END-IF
           PERFORM 520-MONTA-COLUNAS THRU 520-99-FIM

           MOVE RT-TITULO         TO CWIMPR-TITLE
           IF   RT-TITULO = SPACES
                MOVE "RELATORIO DO DICIONARIO" TO CWIMPR-TITLE
           END-IF
           MOVE SPACES            TO CWIMPR-SUB-TITLE
           STRING "ARQUIVO " DELIMITED BY SIZE
                  RT-ARQUIVO DELIMITED BY SPACE
                  " LAYOUT " RT-LAYOUT-X DELIMITED BY SIZE
             INTO CWIMPR-SUB-TITLE
           MOVE "Relatorios/Dicionario" TO CWIMPR-NOTE
           MOVE RT-NOME           TO CWIMPR-REPORT
           IF   LARGURA-LINHA > 80
                SET CWIMPR-SIZE-132 TO TRUE
           ELSE
                SET CWIMPR-SIZE-080 TO TRUE
           END-IF
           MOVE "N" TO FIM-DADOS
           IF   ORG-MODO = "R"
                MOVE 2048 TO TAM-LIDO
                OPEN INPUT DADREC
                IF   FS-DADREC NOT = "00"
                     MOVE "E" TO FIM-DADOS
                END-IF
           ELSE
                OPEN INPUT DADLIN
                IF   FS-DADLIN NOT = "00"
                     MOVE "E" TO FIM-DADOS
                END-IF
           END-IF
           IF   FIM-DADOS = "E"
                MOVE SPACES TO CWSEND-MSG
                STRING "Falha ao abrir " DELIMITED BY SIZE
                       RT-ARQUIVO DELIMITED BY SPACE
                  INTO CWSEND-MSG
                PERFORM 850-AVISA THRU 850-99-FIM
                MOVE 8 TO RC
                GO TO 500-99-FIM
           END-IF

           IF   RT-ORDEM = "D"
                SORT SORTWK ON DESCENDING KEY SW-CHAVE
                     WITH DUPLICATES IN ORDER
                     INPUT  PROCEDURE 600-SELECIONA THRU 600-99-FIM
                     OUTPUT PROCEDURE 700-IMPRIME   THRU 700-99-FIM
           ELSE
                SORT SORTWK ON ASCENDING KEY SW-CHAVE
                     WITH DUPLICATES IN ORDER
                     INPUT  PROCEDURE 600-SELECIONA THRU 600-99-FIM
                     OUTPUT PROCEDURE 700-IMPRIME   THRU 700-99-FIM
           END-IF

           IF   ORG-MODO = "R"
                CLOSE DADREC
           ELSE
                CLOSE DADLIN
           END-IF
           IF   LISTADOS > 0
           AND  NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           IF   LISTADOS = 0
                MOVE 4 TO RC
           ELSE
                MOVE 0 TO RC
           END-IF.

       500-99-FIM. EXIT.

      *    Definicao -> tabelas de execucao (campos resolvidos pelo
      *    nome contra o layout; nome que sumiu do layout e' erro)
       510-PREPARA.

           PERFORM 200-LE-RA THRU 200-99-FIM
           IF   RT-ACHOU NOT = "S"
                MOVE SPACES TO CWSEND-MSG
                STRING "Relatorio " RT-NOME " nao definido"
                       DELIMITED BY SIZE
                  INTO CWSEND-MSG
                PERFORM 850-AVISA THRU 850-99-FIM
                MOVE 8 TO RC
                GO TO 510-99-FIM
           END-IF
           MOVE CWCONF-LABEL    TO RT-TITULO
           MOVE CWCONF-JOB-TIPO TO RT-ORDEM
           MOVE RT-ARQUIVO      TO LB-DADOS
           MOVE 0 TO TOT-COLUNAS TOT-FILTROS TOT-CLASSES TOT-QUEBRAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 18
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-NM-OPCAO (I) NOT = LOW-VALUES
                        EVALUATE TRUE
                            WHEN I < 11
                                 ADD 1 TO TOT-COLUNAS
                                 MOVE CWCONF-PASS (I) (1: 1)
                                   TO CL-TOTAL (TOT-COLUNAS)
                            WHEN I < 16
                                 ADD 1 TO TOT-FILTROS
                                 MOVE CWCONF-PASS (I) (1: 2)
                                   TO FL-OPERADOR (TOT-FILTROS)
                                 MOVE CWCONF-HELP (I)
                                   TO FL-VALOR (TOT-FILTROS)
                            WHEN OTHER
                                 ADD 1 TO TOT-CLASSES
                                 MOVE CWCONF-PASS (I) (1: 1)
                                   TO ST-QUEBRA (TOT-CLASSES)
                        END-EVALUATE
                   END-IF
           END-PERFORM
      *    A carga do "DD" reposiciona o arquivo: cada nome e'
      *    resolvido relendo a definicao
           PERFORM 512-RESOLVE-CAMPOS THRU 512-99-FIM
           IF   RC NOT = 8
                PERFORM 514-CLASSES THRU 514-99-FIM
           END-IF
           IF   TOT-COLUNAS = 0
           AND  RC NOT = 8
                MOVE SPACES TO CWSEND-MSG
                STRING "Relatorio " RT-NOME " sem colunas"
                       DELIMITED BY SIZE
                  INTO CWSEND-MSG
                PERFORM 850-AVISA THRU 850-99-FIM
                MOVE 8 TO RC
           END-IF.

       510-99-FIM. EXIT.

       512-RESOLVE-CAMPOS.

           MOVE 0 TO TOT-COLUNAS TOT-FILTROS TOT-CLASSES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 18
                   PERFORM 200-LE-RA THRU 200-99-FIM
                   MOVE CWCONF-NM-OPCAO (I) TO RT-CAMPO
                   IF   RT-CAMPO NOT = SPACES
                   AND  RT-CAMPO NOT = LOW-VALUES
                   AND  RC NOT = 8
                        PERFORM 210-CARREGA-DD THRU 210-99-FIM
                        PERFORM 220-ACHA-CAMPO THRU 220-99-FIM
                        IF   CX = 0
                             MOVE SPACES TO CWSEND-MSG
                             STRING "Campo " DELIMITED BY SIZE
                                    RT-CAMPO DELIMITED BY SPACE
                                    " nao existe no layout"
                                    DELIMITED BY SIZE
                               INTO CWSEND-MSG
                             PERFORM 850-AVISA THRU 850-99-FIM
                             MOVE 8 TO RC
                        ELSE
                             EVALUATE TRUE
                                 WHEN I < 11
                                      ADD 1 TO TOT-COLUNAS
                                      MOVE CX TO CL-CAMPO (TOT-COLUNAS)
                                 WHEN I < 16
                                      ADD 1 TO TOT-FILTROS
                                      MOVE CX TO FL-CAMPO (TOT-FILTROS)
                                 WHEN OTHER
                                      ADD 1 TO TOT-CLASSES
                                      MOVE CX TO ST-CAMPO (TOT-CLASSES)
                             END-EVALUATE
                        END-IF
                   END-IF
           END-PERFORM
           IF   RC = 8
                GO TO 512-99-FIM
           END-IF
      *    Valores dos filtros sobre campos numericos e datas
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > TOT-FILTROS
                   MOVE 0 TO FL-NUMERO (Q)
                   MOVE FL-CAMPO (Q) TO CX
                   IF   CP-VALORADO (CX)
                        MOVE FL-VALOR (Q) TO PV-TEXTO
                        PERFORM 675-VALOR-FILTRO THRU 675-99-FIM
                        MOVE PV-NUMERO TO FL-NUMERO (Q)
                   END-IF
           END-PERFORM
      *    Quebras: campos de classificacao marcados "Q", na ordem
           MOVE 0 TO TOT-QUEBRAS
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > TOT-CLASSES
                   IF   ST-QUEBRA (Q) = "Q"
                        ADD  1 TO TOT-QUEBRAS
                        MOVE Q TO QB-CLASSE (TOT-QUEBRAS)
                   END-IF
           END-PERFORM.

       512-99-FIM. EXIT.

      *    Campos sensiveis: quem roda ve cada classe em claro?  Os
      *    que saem em claro numa coluna ou quebra vao para a
      *    auditoria (uma vez por emissao)
       514-CLASSES.

           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > TOT-CAMPOS
                   IF   CP-CLASSE (CX) NOT = SPACES
                        SET  CWDDMK-VERIFICA TO TRUE
                        MOVE CP-CLASSE (CX)  TO CWDDMK-CLASSE
                        CALL "CWDDMK" USING PARAMETROS-CWDDMK
                        MOVE CWDDMK-CLARO    TO CP-CLARO (CX)
                   END-IF
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > TOT-CAMPOS
                   IF   CP-CLASSE (CX) NOT = SPACES
                   AND  CP-CLARO (CX) = "S"
                        MOVE "N" TO PASSA
                        PERFORM VARYING Q FROM 1 BY 1
                                UNTIL Q > TOT-COLUNAS
                                IF   CL-CAMPO (Q) = CX
                                     MOVE "S" TO PASSA
                                END-IF
                        END-PERFORM
                        PERFORM VARYING Q FROM 1 BY 1
                                UNTIL Q > TOT-QUEBRAS
                                IF   ST-CAMPO (QB-CLASSE (Q)) = CX
                                     MOVE "S" TO PASSA
                                END-IF
                        END-PERFORM
                        IF   PASSA = "S"
                             SET  CWDDMK-AUDITA  TO TRUE
                             MOVE CP-CLASSE (CX) TO CWDDMK-CLASSE
                             MOVE RT-ARQUIVO     TO CWDDMK-ARQUIVO
                             MOVE "CWRELT"       TO CWDDMK-PROGRAMA
                             CALL "CWDDMK" USING PARAMETROS-CWDDMK
                        END-IF
                   END-IF
           END-PERFORM.

       514-99-FIM. EXIT.

      *    Largura e coluna de cada campo na linha (ate 132)
       520-MONTA-COLUNAS.

           MOVE SPACES TO CWIMPR-HEADER-1
           MOVE 1      TO C
           MOVE 0      TO LARGURA-LINHA
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > TOT-COLUNAS
                   MOVE CL-CAMPO (Q) TO CX
                   IF   CP-NUMERICO (CX)
      *                 Digitos que o campo comporta
                        EVALUATE TRUE
                            WHEN CP-TIPO (CX) = "P"
                                 COMPUTE K = CP-TAMANHO (CX) * 2 - 1
                            WHEN CP-TIPO (CX) = "B"
                             AND CP-TAMANHO (CX) = 1
                                 MOVE 3  TO K
                            WHEN CP-TIPO (CX) = "B"
                             AND CP-TAMANHO (CX) = 2
                                 MOVE 5  TO K
                            WHEN CP-TIPO (CX) = "B"
                             AND CP-TAMANHO (CX) = 4
                                 MOVE 10 TO K
                            WHEN CP-TIPO (CX) = "B"
                                 MOVE 18 TO K
                            WHEN OTHER
                                 MOVE CP-TAMANHO (CX) TO K
                        END-EVALUATE
                        IF   CP-DECIMAIS (CX) < K
                             COMPUTE INTEIROS = K - CP-DECIMAIS (CX)
                        ELSE
                             MOVE 1 TO INTEIROS
                        END-IF
                        COMPUTE K = INTEIROS + (INTEIROS - 1) / 3 + 4
                        IF   CP-DECIMAIS (CX) > 0
                             MOVE CP-DECIMAIS (CX) TO DECIMAIS
                             IF   DECIMAIS > 4
                                  MOVE 4 TO DECIMAIS
                             END-IF
                             ADD DECIMAIS 1 TO K
                        END-IF
                        IF   K > 24
                             MOVE 24 TO K
                        END-IF
                   ELSE
                        MOVE CP-TAMANHO (CX) TO K
                        IF   CP-TIPO (CX) = "D"
                             MOVE 10 TO K
                        END-IF
                        IF   K > 40
                             MOVE 40 TO K
                        END-IF
                   END-IF
                   PERFORM VARYING S FROM 34 BY -1
                           UNTIL S = 1
                              OR CP-NOME (CX) (S: 1) NOT = SPACE
                           CONTINUE
                   END-PERFORM
                   IF   S > 10
                        MOVE 10 TO S
                   END-IF
                   IF   K < S
                        MOVE S TO K
                   END-IF
                   IF   C + K - 1 > 132
                        ADD  1 TO OMITIDAS
                        MOVE 0 TO CL-LARG (Q)
                   ELSE
                        MOVE C TO CL-COL (Q)
                        MOVE K TO CL-LARG (Q)
                        MOVE CP-NOME (CX) (1: K)
                          TO CWIMPR-HEADER-1 (C: K)
                        COMPUTE LARGURA-LINHA = C + K - 1
                        COMPUTE C = C + K + 1
                   END-IF
           END-PERFORM.

       520-99-FIM. EXIT.

      *    Entrada do SORT: registros do layout da definicao que
      *    passam em todos os filtros, com a chave de classificacao
       600-SELECIONA.

           PERFORM UNTIL FIM-DADOS = "S"
                   PERFORM 610-LE-REGISTRO THRU 610-99-FIM
                   IF   FIM-DADOS NOT = "S"
                   AND  REGISTRO NOT = SPACES
                        PERFORM 620-ELEGE-LAYOUT THRU 620-99-FIM
                        IF   LY-CODIGO (LX) = RT-LAYOUT-X
                             PERFORM 630-FILTRA THRU 630-99-FIM
                             IF   PASSA = "S"
                                  PERFORM 640-MONTA-CHAVE
                                     THRU 640-99-FIM
                                  MOVE CHAVE-W  TO SW-CHAVE
                                  MOVE REGISTRO TO SW-REGISTRO
                                  RELEASE SW-REG
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM.

       600-99-FIM. EXIT.

       610-LE-REGISTRO.

           MOVE SPACES TO REGISTRO
           IF   ORG-MODO = "R"
                READ DADREC
                IF   FS-DADREC > "09"
                     MOVE "S" TO FIM-DADOS
                ELSE
                     MOVE DADREC-REG (1: TAM-LIDO) TO REGISTRO
                     ADD  1 TO LIDOS
                END-IF
           ELSE
                READ DADLIN
                IF   FS-DADLIN > "09"
                     MOVE "S" TO FIM-DADOS
                ELSE
                     MOVE DADLIN-REG TO REGISTRO
                     ADD  1 TO LIDOS
                END-IF
           END-IF.

       610-99-FIM. EXIT.

      *    Mesma regra de selecao de layout do CWBRWS/CWSCAN
       620-ELEGE-LAYOUT.

           MOVE 0 TO LX
           PERFORM VARYING LC2 FROM 1 BY 1 UNTIL LC2 > TOT-LAYOUTS
                                              OR LX > 0
                   IF   LY-SEL-TAM (LC2) > 0
                   AND  LY-SEL-POS (LC2) > 0
                   AND  LY-SEL-POS (LC2) + LY-SEL-TAM (LC2) - 1
                        NOT > 2048
                   AND  REGISTRO (LY-SEL-POS (LC2):
                                  LY-SEL-TAM (LC2))
                        = LY-SEL-VAL (LC2) (1: LY-SEL-TAM (LC2))
                        MOVE LC2 TO LX
                   END-IF
           END-PERFORM
           IF   LX = 0
                PERFORM VARYING LC2 FROM 1 BY 1
                        UNTIL LC2 > TOT-LAYOUTS
                           OR LX > 0
                        IF   LY-SEL-TAM (LC2) = 0
                             MOVE LC2 TO LX
                        END-IF
                END-PERFORM
           END-IF
           IF   LX = 0
                MOVE 1 TO LX
           END-IF.

       620-99-FIM. EXIT.

       630-FILTRA.

           MOVE "S" TO PASSA
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > TOT-FILTROS
                                            OR PASSA = "N"
                   MOVE FL-CAMPO (Q) TO CX
                   IF   CP-VALORADO (CX)
                        PERFORM 650-VALOR-CAMPO THRU 650-99-FIM
                        EVALUATE TRUE
                            WHEN VALOR < FL-NUMERO (Q)
                                 MOVE -1 TO RESULTADO
                            WHEN VALOR > FL-NUMERO (Q)
                                 MOVE 1  TO RESULTADO
                            WHEN OTHER
                                 MOVE 0  TO RESULTADO
                        END-EVALUATE
                   ELSE
                        MOVE CP-TAMANHO (CX) TO COMPARA-TAM
                        IF   COMPARA-TAM > 256
                             MOVE 256 TO COMPARA-TAM
                        END-IF
                        MOVE FL-VALOR (Q) TO COMPARA-W
                        EVALUATE TRUE
                            WHEN REGISTRO (CP-POSICAO (CX):
                                           COMPARA-TAM)
                                 < COMPARA-W (1: COMPARA-TAM)
                                 MOVE -1 TO RESULTADO
                            WHEN REGISTRO (CP-POSICAO (CX):
                                           COMPARA-TAM)
                                 > COMPARA-W (1: COMPARA-TAM)
                                 MOVE 1  TO RESULTADO
                            WHEN OTHER
                                 MOVE 0  TO RESULTADO
                        END-EVALUATE
                   END-IF
                   EVALUATE FL-OPERADOR (Q)
                       WHEN "= "
                            IF   RESULTADO NOT = 0
                                 MOVE "N" TO PASSA
                            END-IF
                       WHEN "<>"
                            IF   RESULTADO = 0
                                 MOVE "N" TO PASSA
                            END-IF
                       WHEN "> "
                            IF   RESULTADO NOT > 0
                                 MOVE "N" TO PASSA
                            END-IF
                       WHEN "< "
                            IF   RESULTADO NOT < 0
                                 MOVE "N" TO PASSA
                            END-IF
                       WHEN ">="
                            IF   RESULTADO < 0
                                 MOVE "N" TO PASSA
                            END-IF
                       WHEN "<="
                            IF   RESULTADO > 0
                                 MOVE "N" TO PASSA
                            END-IF
                   END-EVALUATE
           END-PERFORM.

       630-99-FIM. EXIT.

      *    Chave = ate 40 bytes de cada campo de classificacao (o
      *    numerico display ja vem alinhado com zeros; sinal,
      *    compactado, binario e data entram pelo valor convertido,
      *    que ordena como numero - data como AAAAMMDD)
       640-MONTA-CHAVE.

           MOVE SPACES TO CHAVE-W
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > TOT-CLASSES
                   MOVE ST-CAMPO (Q) TO CX
                   IF   CP-CONVERTE (CX)
                        PERFORM 650-VALOR-CAMPO THRU 650-99-FIM
                        IF   VALOR < 0
                             MOVE "0" TO CHAVE-SINAL
                             MOVE 99999999999999,9999 TO CHAVE-NUMERO
                             ADD  VALOR TO CHAVE-NUMERO
                        ELSE
                             MOVE "1"   TO CHAVE-SINAL
                             MOVE VALOR TO CHAVE-NUMERO
                        END-IF
                        COMPUTE S = (Q - 1) * 40 + 1
                        MOVE CHAVE-VALOR TO CHAVE-W (S: 19)
                   ELSE
                        MOVE CP-TAMANHO (CX) TO K
                        IF   K > 40
                             MOVE 40 TO K
                        END-IF
                        COMPUTE S = (Q - 1) * 40 + 1
                        MOVE REGISTRO (CP-POSICAO (CX): K)
                          TO CHAVE-W (S: K)
                   END-IF
           END-PERFORM.

       640-99-FIM. EXIT.

      *    VALOR = conteudo do campo CX com as decimais do "DD"
      *    (conteudo nao numerico vale zero, VALOR-OK = "N"); campo
      *    convertido pelo CWDDCV deixa tambem o texto editado
       650-VALOR-CAMPO.

           MOVE 0   TO VALOR
           MOVE "S" TO VALOR-OK
           IF   CP-CONVERTE (CX)
                SET  CWDDCV-DECODIFICA TO TRUE
                PERFORM 690-CWDDCV THRU 690-99-FIM
                MOVE REGISTRO (CP-POSICAO (CX): CP-TAMANHO (CX))
                  TO CWDDCV-CAMPO
                CALL "CWDDCV" USING PARAMETROS-CWDDCV
                IF   CWDDCV-OK
                     MOVE CWDDCV-VALOR TO VALOR
                ELSE
                     MOVE "N" TO VALOR-OK
                END-IF
                GO TO 650-99-FIM
           END-IF
           MOVE CP-TAMANHO (CX) TO K
           IF   K > 18
                MOVE 18 TO K
           END-IF
           COMPUTE S = CP-POSICAO (CX) + CP-TAMANHO (CX) - K
           IF   REGISTRO (S: K) NOT NUMERIC
                MOVE "N" TO VALOR-OK
                GO TO 650-99-FIM
           END-IF
           MOVE ALL "0" TO NUM-ALFA
           COMPUTE I = 18 - K + 1
           MOVE REGISTRO (S: K) TO NUM-ALFA (I: K)
           COMPUTE VALOR = NUM-INT / (10 ** CP-DECIMAIS (CX))
                   ON SIZE ERROR
                      MOVE 0 TO VALOR
           END-COMPUTE.

       650-99-FIM. EXIT.

      *    VALOR editado com DECIMAIS casas, alinhado a direita em
      *    ED-W (24)
       660-EDITA.

           MOVE SPACES TO ED-W
           EVALUATE DECIMAIS
               WHEN 0
                    MOVE VALOR TO ED-0
                    MOVE ED-0  TO ED-W (6: 19)
               WHEN 1
                    MOVE VALOR TO ED-1
                    MOVE ED-1  TO ED-W (4: 21)
               WHEN 2
                    MOVE VALOR TO ED-2
                    MOVE ED-2  TO ED-W (3: 22)
               WHEN 3
                    MOVE VALOR TO ED-3
                    MOVE ED-3  TO ED-W (2: 23)
               WHEN OTHER
                    MOVE VALOR TO ED-4
                    MOVE ED-4  TO ED-W
           END-EVALUATE.

       660-99-FIM. EXIT.

      *    Texto digitado ("1.250,50", "-3") -> PV-NUMERO
       670-CONVERTE-TEXTO.

           MOVE "S" TO PV-OK
           MOVE "N" TO PV-VIRGULA
           MOVE "+" TO PV-SINAL
           MOVE 0   TO PV-NUMERO PV-CASAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 20
                                            OR PV-OK = "N"
                   MOVE PV-TEXTO (K: 1) TO PV-DIGITO-X
                   EVALUATE TRUE
                       WHEN PV-DIGITO-X NUMERIC
                            IF   PV-VIRGULA = "S"
                                 IF   PV-CASAS < 4
                                      ADD 1 TO PV-CASAS
                                      COMPUTE PV-NUMERO = PV-NUMERO
                                            + PV-DIGITO
                                            / (10 ** PV-CASAS)
                                 END-IF
                            ELSE
                                 COMPUTE PV-NUMERO = PV-NUMERO * 10
                                                   + PV-DIGITO
                                         ON SIZE ERROR
                                            MOVE "N" TO PV-OK
                                 END-COMPUTE
                            END-IF
                       WHEN PV-DIGITO-X = ","
                            IF   PV-VIRGULA = "S"
                                 MOVE "N" TO PV-OK
                            END-IF
                            MOVE "S" TO PV-VIRGULA
                       WHEN PV-DIGITO-X = "-"
                            MOVE "-" TO PV-SINAL
                       WHEN PV-DIGITO-X = "." OR SPACE
                            CONTINUE
                       WHEN OTHER
                            MOVE "N" TO PV-OK
                   END-EVALUATE
           END-PERFORM
           IF   PV-SINAL = "-"
                COMPUTE PV-NUMERO = PV-NUMERO * -1
           END-IF.

       670-99-FIM. EXIT.

      *    Valor do filtro sobre o campo CX: numero como no 670 (sem
      *    virgula e' inteiro, em qualquer tipo numerico); data em
      *    DD/MM/AAAA ou no formato do campo vira AAAAMMDD
       675-VALOR-FILTRO.

           IF   CP-TIPO (CX) NOT = "D"
                PERFORM 670-CONVERTE-TEXTO THRU 670-99-FIM
                GO TO 675-99-FIM
           END-IF
           SET  CWDDCV-CODIFICA TO TRUE
           PERFORM 690-CWDDCV THRU 690-99-FIM
           MOVE PV-TEXTO TO CWDDCV-TEXTO
           CALL "CWDDCV" USING PARAMETROS-CWDDCV
           MOVE "S" TO PV-OK
           MOVE 0   TO PV-NUMERO
           IF   CWDDCV-OK
                MOVE CWDDCV-VALOR TO PV-NUMERO
           ELSE
                MOVE "N" TO PV-OK
           END-IF.

       675-99-FIM. EXIT.

       690-CWDDCV.

           MOVE CP-TIPO (CX)     TO CWDDCV-TIPO
           MOVE CP-TAMANHO (CX)  TO CWDDCV-TAMANHO
           MOVE CP-DECIMAIS (CX) TO CWDDCV-DECIMAIS
           MOVE CP-FORMATO (CX)  TO CWDDCV-FORMATO.

       690-99-FIM. EXIT.

      *    Saida do SORT: detalhe, subtotais nas quebras e total
       700-IMPRIME.

           MOVE "N" TO FIM-SORT
           MOVE "S" TO PRIMEIRO
           MOVE 0   TO GR-QTDE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 10
                   MOVE 0 TO GR-TOTAL (C)
           END-PERFORM
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 3
                   MOVE 0      TO QB-QTDE (Q)
                   MOVE SPACES TO QB-ANTERIOR (Q)
                   PERFORM VARYING C FROM 1 BY 1 UNTIL C > 10
                           MOVE 0 TO QB-TOTAL (Q C)
                   END-PERFORM
           END-PERFORM
           PERFORM UNTIL FIM-SORT = "S"
                      OR CWIMPR-END-PRINT
                   RETURN SORTWK
                          AT END
                             MOVE "S" TO FIM-SORT
                      NOT AT END
                             MOVE SW-REGISTRO TO REGISTRO
                             MOVE SW-CHAVE    TO CHAVE-W
                             PERFORM 710-QUEBRA  THRU 710-99-FIM
                             PERFORM 720-DETALHE THRU 720-99-FIM
                   END-RETURN
           END-PERFORM
           IF   PRIMEIRO = "N"
           AND  NOT CWIMPR-END-PRINT
                PERFORM VARYING S FROM TOT-QUEBRAS BY -1
                        UNTIL S = 0
                        PERFORM 730-TOTAL-QUEBRA THRU 730-99-FIM
                END-PERFORM
                PERFORM 740-TOTAL-GERAL THRU 740-99-FIM
           END-IF.

       700-99-FIM. EXIT.

      *    Mudou algum campo de quebra: fecha do mais interno ate o
      *    nivel que mudou
       710-QUEBRA.

           IF   PRIMEIRO = "S"
                MOVE "N" TO PRIMEIRO
                PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > TOT-QUEBRAS
                        COMPUTE S = (QB-CLASSE (Q) - 1) * 40 + 1
                        MOVE CHAVE-W (S: 40) TO QB-ANTERIOR (Q)
                        PERFORM 715-TEXTO-QUEBRA THRU 715-99-FIM
                END-PERFORM
                GO TO 710-99-FIM
           END-IF
           MOVE 0 TO K
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > TOT-QUEBRAS
                                            OR K > 0
                   COMPUTE S = (QB-CLASSE (Q) - 1) * 40 + 1
                   IF   CHAVE-W (S: 40) NOT = QB-ANTERIOR (Q)
                        MOVE Q TO K
                   END-IF
           END-PERFORM
           IF   K = 0
                GO TO 710-99-FIM
           END-IF
           PERFORM VARYING S FROM TOT-QUEBRAS BY -1
                   UNTIL S < K
                   PERFORM 730-TOTAL-QUEBRA THRU 730-99-FIM
           END-PERFORM
           PERFORM VARYING Q FROM K BY 1 UNTIL Q > TOT-QUEBRAS
                   COMPUTE S = (QB-CLASSE (Q) - 1) * 40 + 1
                   MOVE CHAVE-W (S: 40) TO QB-ANTERIOR (Q)
                   PERFORM 715-TEXTO-QUEBRA THRU 715-99-FIM
           END-PERFORM.

       710-99-FIM. EXIT.

      *    Texto do valor da quebra Q para o rotulo do subtotal: o
      *    conteudo do campo ou, se convertido, o texto editado
       715-TEXTO-QUEBRA.

           MOVE ST-CAMPO (QB-CLASSE (Q)) TO CX
           MOVE SPACES TO QB-TEXTO (Q)
           IF   CP-CONVERTE (CX)
                SET  CWDDCV-DECODIFICA TO TRUE
                PERFORM 690-CWDDCV THRU 690-99-FIM
                MOVE REGISTRO (CP-POSICAO (CX): CP-TAMANHO (CX))
                  TO CWDDCV-CAMPO
                CALL "CWDDCV" USING PARAMETROS-CWDDCV
                MOVE CWDDCV-TEXTO TO QB-TEXTO (Q)
           ELSE
                MOVE CP-TAMANHO (CX) TO COMPARA-TAM
                IF   COMPARA-TAM > 40
                     MOVE 40 TO COMPARA-TAM
                END-IF
                MOVE REGISTRO (CP-POSICAO (CX): COMPARA-TAM)
                  TO QB-TEXTO (Q)
           END-IF
           IF   CP-CLASSE (CX) NOT = SPACES
           AND  CP-CLARO (CX) NOT = "S"
                SET  CWDDMK-MASCARA TO TRUE
                MOVE CP-TIPO (CX)   TO CWDDMK-TIPO
                MOVE QB-TEXTO (Q)   TO CWDDMK-TEXTO
                CALL "CWDDMK" USING PARAMETROS-CWDDMK
                MOVE CWDDMK-TEXTO   TO QB-TEXTO (Q)
           END-IF.

       715-99-FIM. EXIT.

       720-DETALHE.

           MOVE SPACES TO LINHA
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > TOT-COLUNAS
                   MOVE CL-CAMPO (Q) TO CX
                   MOVE 0            TO VALOR
                   IF   CP-VALORADO (CX)
                        PERFORM 650-VALOR-CAMPO THRU 650-99-FIM
                   END-IF
                   IF   CL-LARG (Q) > 0
                        PERFORM 725-COLUNA THRU 725-99-FIM
                        IF   CP-CLASSE (CX) NOT = SPACES
                        AND  CP-CLARO (CX) NOT = "S"
                             PERFORM 727-MASCARA THRU 727-99-FIM
                        END-IF
                   END-IF
                   IF   CL-TOTAL (Q) = "T"
                        ADD VALOR TO GR-TOTAL (Q)
                        PERFORM VARYING S FROM 1 BY 1
                                UNTIL S > TOT-QUEBRAS
                                ADD VALOR TO QB-TOTAL (S Q)
                        END-PERFORM
                   END-IF
           END-PERFORM
           ADD 1 TO LISTADOS GR-QTDE
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > TOT-QUEBRAS
                   ADD 1 TO QB-QTDE (S)
           END-PERFORM
           MOVE LINHA TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       720-99-FIM. EXIT.

      *    Coluna Q do detalhe: numerico editado a direita, data
      *    DD/MM/AAAA, texto como esta no registro; conteudo que nao
      *    confere com o tipo sai como esta (display) ou em "*"
       725-COLUNA.

           MOVE CL-COL (Q)  TO C
           MOVE CL-LARG (Q) TO K
           IF   CP-VALORADO (CX)
           AND  VALOR-OK = "N"
                IF   CP-TIPO (CX) = "N" OR "S"
                     MOVE REGISTRO (CP-POSICAO (CX): CP-TAMANHO (CX))
                       TO LINHA (C: K)
                ELSE
                     MOVE ALL "*" TO LINHA (C: K)
                END-IF
                GO TO 725-99-FIM
           END-IF
           IF   CP-TIPO (CX) = "D"
                MOVE CWDDCV-TEXTO TO LINHA (C: K)
                GO TO 725-99-FIM
           END-IF
           IF   CP-NUMERICO (CX)
                MOVE CP-DECIMAIS (CX) TO DECIMAIS
                PERFORM 660-EDITA THRU 660-99-FIM
                COMPUTE S = 24 - K + 1
                MOVE ED-W (S: K) TO LINHA (C: K)
           ELSE
                MOVE REGISTRO (CP-POSICAO (CX): K) TO LINHA (C: K)
           END-IF.

       725-99-FIM. EXIT.

      *    Coluna de campo sensivel que quem roda nao ve em claro:
      *    mascara LINHA (C: K) mantendo a pontuacao
       727-MASCARA.

           SET  CWDDMK-MASCARA TO TRUE
           MOVE CP-TIPO (CX)   TO CWDDMK-TIPO
           MOVE SPACES         TO CWDDMK-TEXTO
           IF   K > 40
                MOVE LINHA (C: 40) TO CWDDMK-TEXTO
                COMPUTE I = C + 40
                MOVE ALL "*" TO LINHA (I: K - 40)
           ELSE
                MOVE LINHA (C: K)  TO CWDDMK-TEXTO
           END-IF
           CALL "CWDDMK" USING PARAMETROS-CWDDMK
           IF   K > 40
                MOVE CWDDMK-TEXTO TO LINHA (C: 40)
           ELSE
                MOVE CWDDMK-TEXTO TO LINHA (C: K)
           END-IF.

       727-99-FIM. EXIT.

      *    Subtotal do nivel S: rotulo com o valor que quebrou e a
      *    linha das colunas totalizadas
       730-TOTAL-QUEBRA.

           MOVE QB-CLASSE (S)  TO Q
           MOVE ST-CAMPO (Q)   TO CX
           MOVE QB-QTDE (S)    TO QTDE-ED
           MOVE SPACES         TO LINHA
           MOVE CP-TAMANHO (CX) TO K
           IF   K > 40
                MOVE 40 TO K
           END-IF
           IF   CP-CONVERTE (CX)
                PERFORM VARYING K FROM 40 BY -1
                        UNTIL K = 1
                           OR QB-TEXTO (S) (K: 1) NOT = SPACE
                        CONTINUE
                END-PERFORM
           END-IF
           STRING "* Total " DELIMITED BY SIZE
                  CP-NOME (CX) DELIMITED BY SPACE
                  " " QB-TEXTO (S) (1: K)
                  " (" QTDE-ED " registro(s))" DELIMITED BY SIZE
             INTO LINHA
           MOVE LINHA TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 10
                   MOVE QB-TOTAL (S Q) TO PT-TOTAL (Q)
                   MOVE 0              TO QB-TOTAL (S Q)
           END-PERFORM
           MOVE 0 TO QB-QTDE (S)
           PERFORM 750-LINHA-TOTAIS THRU 750-99-FIM.

       730-99-FIM. EXIT.

       740-TOTAL-GERAL.

           MOVE GR-QTDE  TO QTDE-ED
           MOVE SPACES   TO LINHA
           STRING "* Total geral (" QTDE-ED " registro(s))"
                  DELIMITED BY SIZE
             INTO LINHA
           MOVE LINHA TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 10
                   MOVE GR-TOTAL (Q) TO PT-TOTAL (Q)
           END-PERFORM
           PERFORM 750-LINHA-TOTAIS THRU 750-99-FIM
           IF   OMITIDAS > 0
                MOVE "Colunas sem espaco:" TO RT-ROTULO
                MOVE OMITIDAS              TO RT-TOTAL
                MOVE LINHA-RT-1            TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       740-99-FIM. EXIT.

      *    Linha com os totais das colunas "T" (PT-TOTAL)
       750-LINHA-TOTAIS.

           MOVE SPACES TO LINHA
           MOVE "N"    TO PASSA
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > TOT-COLUNAS
                   IF   CL-TOTAL (Q) = "T"
                   AND  CL-LARG (Q) > 0
                        MOVE "S"           TO PASSA
                        MOVE CL-CAMPO (Q)  TO CX
                        MOVE PT-TOTAL (Q)  TO VALOR
                        MOVE CP-DECIMAIS (CX) TO DECIMAIS
                        PERFORM 660-EDITA THRU 660-99-FIM
                        MOVE CL-COL (Q)  TO C
                        MOVE CL-LARG (Q) TO K
                        COMPUTE I = 24 - K + 1
                        MOVE ED-W (I: K) TO LINHA (C: K)
                        IF   CP-CLASSE (CX) NOT = SPACES
                        AND  CP-CLARO (CX) NOT = "S"
                             PERFORM 727-MASCARA THRU 727-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           IF   PASSA = "S"
                MOVE LINHA TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       750-99-FIM. EXIT.

      *    Mensagem ao operador so em sessao interativa; rodando por
      *    cron/corrente nao ha quem responder
       850-AVISA.

           IF   CRON NOT = "ON"
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       850-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWCRON"      UPON ENVIRONMENT-NAME
           ACCEPT  CRON          FROM ENVIRONMENT-VALUE
           INSPECT CRON CONVERTING MINUSCULAS TO MAIUSCULAS
           DISPLAY "CWRELT_ORG"  UPON ENVIRONMENT-NAME
           ACCEPT  ORG-MODO      FROM ENVIRONMENT-VALUE
           IF   ORG-MODO NOT = "R" AND NOT = "r"
                MOVE "L" TO ORG-MODO
           ELSE
                MOVE "R" TO ORG-MODO
           END-IF
           DISPLAY "CWRELT_NOME" UPON ENVIRONMENT-NAME
           ACCEPT  RT-NOME       FROM ENVIRONMENT-VALUE
           IF   RT-NOME = SPACES
                ACCEPT LINHA-COMANDO FROM COMMAND-LINE
                PERFORM VARYING K FROM 1 BY 1
                        UNTIL K > 200
                           OR LINHA-COMANDO (K: 1) NOT = SPACE
                        CONTINUE
                END-PERFORM
                IF   K < 194
                     UNSTRING LINHA-COMANDO (K: ) DELIMITED BY SPACE
                         INTO RT-NOME
                END-IF
           END-IF
           INSPECT RT-NOME CONVERTING MINUSCULAS TO MAIUSCULAS
           CANCEL "CWFILE"
           IF   RT-NOME NOT = SPACES
                SET CWSQLC-OPEN   TO TRUE
           ELSE
                SET CWSQLC-UPDATE TO TRUE
           END-IF
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT = "00"
                MOVE "Falha ao abrir a configuracao" TO CWSEND-MSG
                PERFORM 850-AVISA THRU 850-99-FIM
                MOVE 8 TO RC
           ELSE
                MOVE 0 TO RC
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWRELT.
