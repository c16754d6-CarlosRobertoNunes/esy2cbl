                      *  politica de retencao configurada nos         *
                      *  registros "RT" (dias por codigo de           *
                      *  relatorio, "*" como regra geral).            *
                      *  Guarda legal ("LH", niveis 8/9) numa         *
                      *  listagem ou em todas as execucoes de um      *
                      *  relatorio num periodo: listagem em guarda    *
                      *  nao sai por retencao nem por exclusao.       *
                      *  Arquivo morto: vencidos os dias de           *
                      *  arquivamento do "RT" a listagem vai          *
                      *  compactada para o diretorio CWSPLM_ARQUIVO,  *
                      *  com indice "SA" (relatorio, data, usuario),  *
                      *  e volta ao spool do usuario pelo menu.       *
                      *  Busca um texto em todas as listagens         *
                      *  retidas (niveis 8/9 varrem os spools de      *
                      *  todos os usuarios) e salta direto para a     *
                      *  pagina do acerto - Requisicao 037.           *
                      *  Compara duas execucoes do mesmo relatorio    *
                      *  pagina a pagina e linha a linha (sem os      *
                      *  cabecalhos e com as datas mascaradas), na    *
                      *  tela ou impressa pelo CWIMPR (CWSPLMC).      *
                      *  Define as vias do relatorio "94" (original e *
                      *  copias, cada uma com impressora e rotulo     *
                      *  carimbado nas paginas).                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-DEVWK.

           SELECT CMPWK  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-CMPWK.

           SELECT DIFWK  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-DIFWK.

       DATA DIVISION.
       FILE SECTION.


       01   DEVWK-REG PIC X(200).

       FD   CMPWK
            VALUE OF FILE-ID LB-CMPWK.

       01   CMPWK-REG PIC X(200).

       FD   DIFWK
            VALUE OF FILE-ID LB-DIFWK.

       01   DIFWK-REG.
            05 DF-TIPO                 PIC  X(001).
            05 DF-JANELA               PIC  9(003).
            05 DF-TEXTO                PIC  X(200).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-DEVWK.
              10 FS-DEVWK              PIC  X(002) VALUE "00".
              10 LB-DEVWK              PIC  X(255) VALUE SPACES.
           05 ER-CMPWK.
              10 FS-CMPWK              PIC  X(002) VALUE "00".
              10 LB-CMPWK              PIC  X(255) VALUE SPACES.
           05 ER-DIFWK.
              10 FS-DIFWK              PIC  X(002) VALUE "00".
              10 LB-DIFWK              PIC  X(255) VALUE SPACES.
           05 I                        PIC  9(003) VALUE 0.
           05 S                        PIC  9(003) VALUE 0.
           05 L                        PIC  9(003) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 BARRA                    PIC  X(001) VALUE "/".
           05 PATH-SPOOL               PIC  X(060) VALUE SPACES.
           05 AMBIENTE-SPOOL           PIC  X(030) VALUE SPACES.
           05 COMANDO                  PIC  X(200) VALUE SPACES.
           05 ARQUIVO-ALVO             PIC  X(050) VALUE SPACES.
           05 LB-ALVO                  PIC  X(255) VALUE SPACES.
           05 QB-CODIGO                PIC  X(007) VALUE SPACES.
           05 QB-COLUNA                PIC  9(003) VALUE 0.
           05 QB-TAMANHO               PIC  9(003) VALUE 0.
      *    Vias do relatorio "94": impressora e rotulo de cada uma
           05 VI-CODIGO                PIC  X(007) VALUE SPACES.
           05 VI-QTD                   PIC  9(001) VALUE 0.
           05 VI                       PIC  9(001) VALUE 0.
           05 VI-TB OCCURS 5.
              10 VI-IMPRESSORA         PIC  X(008).
              10 VI-ROTULO             PIC  X(020).
           05 OBS                      PIC  X(078) VALUE SPACES.
      *    Guarda legal ("LH") e arquivo morto ("SA") das listagens
           05 DATA-ALVO                PIC  9(008) VALUE 0.
           05 PATH-ARQUIVO             PIC  X(060) VALUE SPACES.
           05 LB-ARQUIVO               PIC  X(255) VALUE SPACES.
           05 DIAS-ARQUIVO             PIC  9(004) VALUE 0.
           05 ANOS-ARQUIVO             PIC  9(002) VALUE 0.
           05 DIAS-LIMITE              PIC  9(004) VALUE 0.
           05 RT-ARQUIVO               PIC  9(004) VALUE 0.
           05 RT-ANOS                  PIC  9(002) VALUE 0.
           05 ARQUIVADOS               PIC  9(003) VALUE 0.
           05 RETIDOS                  PIC  9(003) VALUE 0.
           05 FALHAS                   PIC  9(003) VALUE 0.
           05 EXPURGADOS               PIC  9(003) VALUE 0.
           05 SA-SEQ                   PIC  9(006) VALUE 0.
           05 HD-CODIGO                PIC  X(007) VALUE SPACES.
           05 HD-DATA                  PIC  X(008) VALUE SPACES.
           05 HD-ARQUIVO               PIC  X(030) VALUE SPACES.
           05 HD-RETIDA                PIC  X(001) VALUE "N".
           05 HD-DE                    PIC  9(008) VALUE 0.
           05 HD-ATE                   PIC  9(008) VALUE 0.
           05 HD-MOTIVO                PIC  X(040) VALUE SPACES.
           05 HD-HORA                  PIC  9(006) VALUE 0.
           05 AM-CODIGO                PIC  X(007) VALUE SPACES.
           05 AM-DESDE                 PIC  9(008) VALUE 0.
           05 NOME-RESTAURADO          PIC  X(050) VALUE SPACES.
           05 TOT-GUARDAS              PIC  9(002) VALUE 0.
           05 GL-CHAVE OCCURS 24       PIC  X(032).
           05 TOT-SA                   PIC  9(002) VALUE 0.
           05 SA-TB OCCURS 24.
              10 SA-CHAVE              PIC  X(032).
              10 SA-ARQUIVO            PIC  X(030).
              10 SA-DESTINO            PIC  X(060).
           05 TOT-EXP                  PIC  9(003) VALUE 0.
           05 EXP-TB OCCURS 200.
              10 EXP-CHAVE             PIC  X(032).
              10 EXP-ARQUIVO           PIC  X(030).
              10 EXP-DESTINO           PIC  X(060).
      *    Comparacao de duas execucoes do mesmo relatorio: a pagina
      *    de cada lado vai para uma tabela sem as 3 linhas do
      *    cabecalho (empresa/titulo/data, sistema/pagina, branco)
           05 ARQUIVO-B                PIC  X(050) VALUE SPACES.
           05 TOT-CANDIDATOS           PIC  9(003) VALUE 0.
           05 CP-IDX OCCURS 24         PIC  9(003).
           05 CP-FIM-A                 PIC  X(001) VALUE "N".
           05 CP-FIM-B                 PIC  X(001) VALUE "N".
           05 CP-SALTO                 PIC  X(001) VALUE "N".
           05 CP-PAGINA                PIC  9(005) VALUE 0.
           05 CP-LIDAS                 PIC  9(003) VALUE 0.
           05 CP-LINHAS-A              PIC  9(003) VALUE 0.
           05 CP-LINHAS-B              PIC  9(003) VALUE 0.
           05 CP-MAX                   PIC  9(003) VALUE 0.
           05 CP-L                     PIC  9(003) VALUE 0.
           05 CP-COL                   PIC  9(003) VALUE 0.
           05 CP-PRIMEIRA              PIC  9(003) VALUE 0.
           05 CP-LINHA-PAG             PIC  9(003) VALUE 0.
           05 CP-DIFERENCAS            PIC  9(007) VALUE 0.
           05 CP-TEXTO-A               PIC  X(200) VALUE SPACES.
           05 CP-TEXTO-B               PIC  X(200) VALUE SPACES.
           05 CP-NORMA                 PIC  X(200) VALUE SPACES.
           05 CP-NORMA-A               PIC  X(200) VALUE SPACES.
           05 CP-NORMA-B               PIC  X(200) VALUE SPACES.
           05 CP-MARCA                 PIC  X(200) VALUE SPACES.
           05 CP-PAGINA-A.
              10 CP-LINHA-A OCCURS 150 PIC  X(200).
           05 CP-PAGINA-B.
              10 CP-LINHA-B OCCURS 150 PIC  X(200).
      *    Busca de conteudo nas listagens retidas (Requisicao 037):
      *    PATH-ATUAL e' o diretorio em uso nas montagens de caminho
      *    (o proprio spool do usuario fora da busca; na busca de
       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWTIME.
       COPY CWUNIX.
       COPY CWCONF.
           MOVE "~Buscar conteudo"         TO CWBOXS-TEXT (4)
           MOVE "classi~Ficar relatorio"    TO CWBOXS-TEXT (5)
           MOVE "definir ~Quebra (burst)"   TO CWBOXS-TEXT (6)
           MOVE "definir ~Vias (copias)"    TO CWBOXS-TEXT (7)
           MOVE "~Guarda legal"             TO CWBOXS-TEXT (8)
           MOVE "arquivo ~Morto"            TO CWBOXS-TEXT (9)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-LISTAGENS THRU 110-99-FIM
               WHEN 4 PERFORM 300-BUSCA     THRU 300-99-FIM
               WHEN 5 PERFORM 195-CLASSIFICA THRU 195-99-FIM
               WHEN 6 PERFORM 196-QUEBRA     THRU 196-99-FIM
               WHEN 7 PERFORM 197-VIAS       THRU 197-99-FIM
               WHEN 8 PERFORM 260-GUARDA-LEGAL THRU 260-99-FIM
               WHEN 9 PERFORM 285-ARQUIVO-MORTO THRU 285-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.
                GO TO 130-99-FIM
           END-IF
           MOVE ARQ-NOME (S) TO ARQUIVO-ALVO
           MOVE ARQ-DATA (S) TO DATA-ALVO
           PERFORM 140-ACOES THRU 140-99-FIM.

       130-99-FIM. EXIT.
           MOVE "~Ver na tela"          TO CWBOXS-TEXT (1)
           MOVE "~Reimprimir"           TO CWBOXS-TEXT (2)
           MOVE "~Excluir"              TO CWBOXS-TEXT (3)
           MOVE "~Comparar com outra"   TO CWBOXS-TEXT (4)
           MOVE "re~Ter (guarda legal)" TO CWBOXS-TEXT (5)
           MOVE "~Voltar"               TO CWBOXS-TEXT (6)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
      *    Listagem de relatorio sigiloso (Requisicao 057): ver e
      *    reimprimir exigem autorizacao, e cada vista/liberacao vai
      *    para a auditoria
           IF   CWBOXS-OPTION = 1 OR 2 OR 4
                PERFORM 180-SIGILO-ALVO THRU 180-99-FIM
                IF   SIGILO-W = "C"
                     PERFORM 185-AUTORIZA-SIGILO THRU 185-99-FIM
                          GO TO 140-99-FIM
                     END-IF
                     MOVE SPACES TO OBS
                     IF   CWBOXS-OPTION = 1 OR 4
                          STRING '"' DELIMITED BY SIZE
                                 NOME DELIMITED BY SPACE
                                 '", viu listagem sigilosa '
               WHEN 1 PERFORM 145-VER       THRU 145-99-FIM
               WHEN 2 PERFORM 150-REIMPRIME THRU 150-99-FIM
               WHEN 3 PERFORM 155-EXCLUI    THRU 155-99-FIM
               WHEN 4 PERFORM 200-COMPARA   THRU 200-99-FIM
               WHEN 5 PERFORM 266-RETEM-LISTAGEM THRU 266-99-FIM
           END-EVALUATE
           MOVE 1 TO CWBOXS-OPTION.


       155-EXCLUI.

           MOVE ARQUIVO-ALVO (1: 7) TO HD-CODIGO
           MOVE DATA-ALVO           TO HD-DATA
           MOVE ARQUIVO-ALVO        TO HD-ARQUIVO
           PERFORM 270-RETIDA THRU 270-99-FIM
           IF   HD-RETIDA = "S"
                MOVE "Listagem em guarda legal: exclusao recusada"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 155-99-FIM
           END-IF
           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           STRING "Excluir " ARQUIVO-ALVO DELIMITED BY SIZE
             INTO CWSEND-MSG
      *    Aplica a retencao: apaga as listagens mais velhas que os
      *    dias configurados para o seu codigo de relatorio ("RT"
      *    especifico, senao o "RT" geral "*"; sem registro, 90 dias)
      *    ou, com dias de arquivamento no "RT", leva a listagem para
      *    o arquivo morto no que vencer primeiro.  Listagem em
      *    guarda legal fica onde esta.  Niveis 8/9 expurgam tambem
      *    o arquivo morto vencido
       160-RETENCAO.

           PERFORM 120-CARREGA-ARQUIVOS THRU 120-99-FIM
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE-DATA
           COMPUTE SA-SEQ = CWTIME-TIME-FINAL / 100
           MOVE 0 TO EXCLUIDOS ARQUIVADOS RETIDOS FALHAS EXPURGADOS
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > TOT-ARQUIVOS
                   MOVE ARQ-RELATORIO (S) TO RT-CODIGO
                   PERFORM 165-DIAS-RETENCAO THRU 165-99-FIM
                   MOVE DIAS-RETENCAO TO DIAS-LIMITE
                   IF   DIAS-ARQUIVO > 0
                   AND (DIAS-LIMITE = 0 OR DIAS-ARQUIVO < DIAS-LIMITE)
                        MOVE DIAS-ARQUIVO TO DIAS-LIMITE
                   END-IF
                   IF   DIAS-LIMITE > 0
                   AND  ARQ-DATA (S) > 0
                        SET CWTIME-NORMAL        TO TRUE
                        SET CWTIME-SUBTRACT-DAYS TO TRUE
                        MOVE HOJE-DATA           TO CWTIME-DATE
                        MOVE DIAS-LIMITE         TO CWTIME-DAYS
                        CALL "CWTIME" USING PARAMETROS-CWTIME
                        MOVE CWTIME-DATE-FINAL   TO LIMITE-DATA
                        IF   ARQ-DATA (S) < LIMITE-DATA
                             PERFORM 162-VENCIDA THRU 162-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           IF   NIVEL-SPL NOT < 8
                PERFORM 280-EXPURGA-ARQUIVO THRU 280-99-FIM
           END-IF
           MOVE SPACES TO CWSEND-MSG
           STRING "Retencao aplicada, excluidas " EXCLUIDOS
                  ", arquivadas " ARQUIVADOS
                  ", em guarda legal " RETIDOS DELIMITED BY SIZE
             INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND
           IF   FALHAS > 0
                MOVE SPACES TO CWSEND-MSG
                STRING FALHAS " listagens nao arquivadas (confira o "
                       "diretorio CWSPLM_ARQUIVO)" DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF
           IF   ARQUIVADOS > 0
           OR   EXPURGADOS > 0
                MOVE SPACES TO OBS
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", retencao de spool: arquivadas '
                       DELIMITED BY SIZE
                       ARQUIVADOS ", expurgadas do arquivo morto "
                       EXPURGADOS "." DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       160-99-FIM. EXIT.

      *    Listagem S vencida: guarda legal fica; copia recuperada do
      *    arquivo morto (".ARQ.SPL") ja esta arquivada e so sai do
      *    spool; as demais vao para o arquivo morto quando o "RT"
      *    tem dias de arquivamento, senao sao excluidas
       162-VENCIDA.

           MOVE ARQ-RELATORIO (S) TO HD-CODIGO
           MOVE ARQ-DATA (S)      TO HD-DATA
           MOVE ARQ-NOME (S)      TO HD-ARQUIVO
           PERFORM 270-RETIDA THRU 270-99-FIM
           IF   HD-RETIDA = "S"
                ADD 1 TO RETIDOS
                GO TO 162-99-FIM
           END-IF
           MOVE SPACES TO LB-ALVO
           STRING PATH-ATUAL DELIMITED BY SPACE
                  BARRA      DELIMITED BY SIZE
                  ARQ-NOME (S) DELIMITED BY SPACE
             INTO LB-ALVO
           MOVE 0 TO I
           INSPECT ARQ-NOME (S) TALLYING I FOR ALL ".ARQ."
           IF   DIAS-ARQUIVO > 0
           AND  I = 0
                PERFORM 275-ARQUIVA THRU 275-99-FIM
           ELSE
                CALL "CBL_DELETE_FILE" USING LB-ALVO
                ADD 1 TO EXCLUIDOS
           END-IF.

       162-99-FIM. EXIT.

       165-DIAS-RETENCAO.

           MOVE "RT"      TO CWCONF-REG
                MOVE CWCONF-EXPIRE TO DIAS-RETENCAO
           ELSE
                MOVE 90 TO DIAS-RETENCAO
           END-IF
           MOVE 0 TO DIAS-ARQUIVO ANOS-ARQUIVO
           IF   FS-CWCONF < "10"
                IF   CWCONF-PAGINA NUMERIC
                     MOVE CWCONF-PAGINA TO DIAS-ARQUIVO
                END-IF
                IF   CWCONF-QUADRO NUMERIC
                     MOVE CWCONF-QUADRO TO ANOS-ARQUIVO
                END-IF
           END-IF.

       165-99-FIM. EXIT.

           MOVE 10 TO CWBOXW-LINE
           MOVE 15 TO CWBOXW-COLUMN
           MOVE 06 TO CWBOXW-VERTICAL-LENGTH
           MOVE 50 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111725" "Relatorio (* = todos):"
           CALL "CWMSGW" USING "121725" "Dias de retencao     :"
           CALL "CWMSGW" USING "131725" "Arquivar apos (dias) :"
           CALL "CWMSGW" USING "141725" "Anos no arq. morto   :"
           MOVE SPACES TO RT-CODIGO
           MOVE 0      TO RT-DIAS RT-ARQUIVO RT-ANOS
           ACCEPT RT-CODIGO AT 1141 WITH UPDATE
           IF   RT-CODIGO = SPACES
                GO TO 170-FECHA
           END-IF
           ACCEPT RT-DIAS    AT 1241 WITH UPDATE
           ACCEPT RT-ARQUIVO AT 1341 WITH UPDATE
           ACCEPT RT-ANOS    AT 1441 WITH UPDATE
           MOVE "RT"      TO CWCONF-REG
           MOVE RT-CODIGO TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE RT-DIAS    TO CWCONF-EXPIRE
                MOVE RT-ARQUIVO TO CWCONF-PAGINA
                MOVE RT-ANOS    TO CWCONF-QUADRO
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE RT-CODIGO  TO CWCONF-CHAVE (1: 7)
                MOVE RT-DIAS    TO CWCONF-EXPIRE
                MOVE RT-ARQUIVO TO CWCONF-PAGINA
                MOVE RT-ANOS    TO CWCONF-QUADRO
                SET CWSQLC-WRITE TO TRUE
           END-IF
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO

       196-99-FIM. EXIT.

      *    Vias do relatorio: ate 5, em CWCONF-NM-OPCAO (1) a (5) do
      *    "94" - impressora "03" (espacos = a do relatorio; nome sem
      *    "03" = via de arquivo, retida no spool) e rotulo carimbado
      *    no cabecalho de cada pagina ("1a VIA", "2a VIA"...).
      *    Tudo em branco volta ao relatorio de uma via so
       197-VIAS.

           IF   NIVEL-SPL < 8
                MOVE "Definir vias exige nivel 8 ou 9" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 197-99-FIM
           END-IF
           MOVE 08 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 07 TO CWBOXW-VERTICAL-LENGTH
           MOVE 58 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "091213" "Relatorio          :"
           CALL "CWMSGW" USING "101213" "Via 1 impr./rotulo :"
           CALL "CWMSGW" USING "111213" "Via 2 impr./rotulo :"
           CALL "CWMSGW" USING "121213" "Via 3 impr./rotulo :"
           CALL "CWMSGW" USING "131213" "Via 4 impr./rotulo :"
           CALL "CWMSGW" USING "141213" "Via 5 impr./rotulo :"
           MOVE SPACES TO VI-CODIGO
           ACCEPT VI-CODIGO AT 0934 WITH UPDATE
           IF   VI-CODIGO = SPACES
                GO TO 197-FECHA
           END-IF
           PERFORM 198-LE-94 THRU 198-99-FIM
           IF   FS-CWCONF NOT < "10"
                MOVE "Relatorio sem registro 94" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 197-FECHA
           END-IF
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 5
                   IF   CWCONF-NM-OPCAO (VI) (1: 28) = LOW-VALUES
                        MOVE SPACES TO VI-TB (VI)
                   ELSE
                        MOVE CWCONF-NM-OPCAO (VI) (1: 8)
                          TO VI-IMPRESSORA (VI)
                        MOVE CWCONF-NM-OPCAO (VI) (9: 20)
                          TO VI-ROTULO (VI)
                   END-IF
           END-PERFORM
           ACCEPT VI-IMPRESSORA (1) AT 1034 WITH UPDATE
           ACCEPT VI-ROTULO (1)     AT 1044 WITH UPDATE
           ACCEPT VI-IMPRESSORA (2) AT 1134 WITH UPDATE
           ACCEPT VI-ROTULO (2)     AT 1144 WITH UPDATE
           ACCEPT VI-IMPRESSORA (3) AT 1234 WITH UPDATE
           ACCEPT VI-ROTULO (3)     AT 1244 WITH UPDATE
           ACCEPT VI-IMPRESSORA (4) AT 1334 WITH UPDATE
           ACCEPT VI-ROTULO (4)     AT 1344 WITH UPDATE
           ACCEPT VI-IMPRESSORA (5) AT 1434 WITH UPDATE
           ACCEPT VI-ROTULO (5)     AT 1444 WITH UPDATE

      *    Vias em branco no meio sao retiradas: o CWIMPR para na
      *    primeira via vazia
           MOVE 0 TO VI-QTD
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 5
                   IF   VI-TB (VI) NOT = SPACES
                        ADD  1 TO VI-QTD
                        MOVE VI-TB (VI) TO VI-TB (VI-QTD)
                   END-IF
           END-PERFORM
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 5
                   IF   VI > VI-QTD
                        MOVE SPACES TO VI-TB (VI)
                   END-IF
           END-PERFORM
           PERFORM 198-LE-94 THRU 198-99-FIM
           IF   FS-CWCONF NOT < "10"
                GO TO 197-FECHA
           END-IF
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > 5
                   MOVE SPACES             TO CWCONF-NM-OPCAO (VI)
                   MOVE VI-IMPRESSORA (VI)
                     TO CWCONF-NM-OPCAO (VI) (1: 8)
                   MOVE VI-ROTULO (VI)
                     TO CWCONF-NM-OPCAO (VI) (9: 20)
           END-PERFORM
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", definiu ' DELIMITED BY SIZE
                  VI-QTD " via(s) do relatorio " DELIMITED BY SIZE
                  VI-CODIGO DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Vias gravadas" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       197-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       197-99-FIM. EXIT.

       198-LE-94.

           MOVE "94"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE VI-CODIGO TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       198-99-FIM. EXIT.

      *    Comparacao da listagem selecionada com outra execucao do
      *    mesmo relatorio: as paginas sao alinhadas pela ordem e as
      *    linhas pela posicao na pagina; so as linhas diferentes
      *    saem, com "^" sob as colunas que mudaram.  Cabecalho da
      *    pagina fora, datas dd/mm/aaaa mascaradas
       200-COMPARA.

           MOVE 0 TO TOT-CANDIDATOS
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > TOT-ARQUIVOS
                   IF   ARQ-RELATORIO (S) = ARQUIVO-ALVO (1: 7)
                   AND  ARQ-NOME (S) NOT = ARQUIVO-ALVO
                   AND  TOT-CANDIDATOS < 24
                        ADD  1 TO TOT-CANDIDATOS
                        MOVE S TO CP-IDX (TOT-CANDIDATOS)
                   END-IF
           END-PERFORM
           IF   TOT-CANDIDATOS = 0
                MOVE "Nenhuma outra execucao deste relatorio no spool"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-CANDIDATOS
                   MOVE CP-IDX (I) TO S
                   STRING ARQ-NOME (S) (1: 22)
                          " " ARQ-DATA (S) DELIMITED BY SIZE
                     INTO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "Comparar com (arquivo/data):" TO CWBOXS-TITLE
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
           OR   CWBOXS-OPTION > TOT-CANDIDATOS
                GO TO 200-99-FIM
           END-IF
           MOVE CP-IDX (CWBOXS-OPTION) TO S
           MOVE ARQ-NOME (S)           TO ARQUIVO-B

           MOVE SPACES TO LB-SPLWK LB-CMPWK LB-DIFWK
           STRING PATH-ATUAL   DELIMITED BY SPACE
                  BARRA        DELIMITED BY SIZE
                  ARQUIVO-ALVO DELIMITED BY SPACE
             INTO LB-SPLWK
           STRING PATH-ATUAL   DELIMITED BY SPACE
                  BARRA        DELIMITED BY SIZE
                  ARQUIVO-B    DELIMITED BY SPACE
             INTO LB-CMPWK
           STRING "CWSPLM" TASK ".DIF" DELIMITED BY SIZE
             INTO LB-DIFWK
           OPEN INPUT SPLWK
           IF   FS-SPLWK NOT = "00"
                MOVE "Falha ao abrir a listagem" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF
           OPEN INPUT CMPWK
           IF   FS-CMPWK NOT = "00"
                CLOSE SPLWK
                MOVE "Falha ao abrir a outra listagem" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF
           OPEN OUTPUT DIFWK
           IF   FS-DIFWK NOT = "00"
                CLOSE SPLWK CMPWK
                MOVE "Falha ao criar o arquivo de trabalho"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF
           MOVE SPACES TO DIFWK-REG
           MOVE "P"    TO DF-TIPO
           MOVE 1      TO DF-JANELA
           STRING "A: " ARQUIVO-ALVO DELIMITED BY SPACE
                  "   B: " ARQUIVO-B DELIMITED BY SPACE
             INTO DF-TEXTO
           WRITE DIFWK-REG
           MOVE "N" TO CP-FIM-A CP-FIM-B
           MOVE 0   TO CP-PAGINA CP-DIFERENCAS
           PERFORM UNTIL CP-FIM-A = "S"
                     AND CP-FIM-B = "S"
                   ADD 1 TO CP-PAGINA
                   PERFORM 210-PAGINA-A      THRU 210-99-FIM
                   PERFORM 215-PAGINA-B      THRU 215-99-FIM
                   PERFORM 220-COMPARA-PAGINA THRU 220-99-FIM
           END-PERFORM
           MOVE SPACES TO DIFWK-REG
           MOVE "P"    TO DF-TIPO
           MOVE 1      TO DF-JANELA
           STRING "Paginas comparadas: " CP-PAGINA
                  "  Linhas diferentes: " CP-DIFERENCAS
                  DELIMITED BY SIZE
             INTO DF-TEXTO
           WRITE DIFWK-REG
           CLOSE SPLWK CMPWK DIFWK
           IF   CP-DIFERENCAS = 0
                MOVE "Execucoes iguais (fora cabecalhos e datas)"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           ELSE
                PERFORM 240-MOSTRA-DIFERENCAS THRU 240-99-FIM
                MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
                MOVE "Imprimir a comparacao?" TO CWSEND-MSG
                MOVE "~Imprimir"    TO CWSEND-SCREEN (1)
                MOVE "~Nao"         TO CWSEND-SCREEN (2)
                MOVE 2              TO CWSEND-OPTION
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE SPACES TO CWSEND-SCREENS
                IF   CWSEND-OPTION = 1
                     PERFORM 250-IMPRIME-DIFERENCAS THRU 250-99-FIM
                END-IF
           END-IF
           DELETE FILE DIFWK.

       200-99-FIM. EXIT.

       210-PAGINA-A.

           MOVE 0   TO CP-LINHAS-A CP-LIDAS
           MOVE "N" TO CP-SALTO
           IF   CP-FIM-A = "S"
                GO TO 210-99-FIM
           END-IF
           PERFORM UNTIL FS-SPLWK > "09"
                      OR CP-SALTO = "S"
                   READ SPLWK
                   IF   FS-SPLWK = "00"
                        IF   SPLWK-REG (1: 1) = X"0C"
                             MOVE "S" TO CP-SALTO
                        ELSE
                             ADD 1 TO CP-LIDAS
                             IF   CP-LIDAS > 3
                             AND  CP-LINHAS-A < 150
                                  ADD  1 TO CP-LINHAS-A
                                  MOVE SPLWK-REG
                                    TO CP-LINHA-A (CP-LINHAS-A)
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           IF   FS-SPLWK > "09"
                MOVE "S" TO CP-FIM-A
           END-IF.

       210-99-FIM. EXIT.

       215-PAGINA-B.

           MOVE 0   TO CP-LINHAS-B CP-LIDAS
           MOVE "N" TO CP-SALTO
           IF   CP-FIM-B = "S"
                GO TO 215-99-FIM
           END-IF
           PERFORM UNTIL FS-CMPWK > "09"
                      OR CP-SALTO = "S"
                   READ CMPWK
                   IF   FS-CMPWK = "00"
                        IF   CMPWK-REG (1: 1) = X"0C"
                             MOVE "S" TO CP-SALTO
                        ELSE
                             ADD 1 TO CP-LIDAS
                             IF   CP-LIDAS > 3
                             AND  CP-LINHAS-B < 150
                                  ADD  1 TO CP-LINHAS-B
                                  MOVE CMPWK-REG
                                    TO CP-LINHA-B (CP-LINHAS-B)
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           IF   FS-CMPWK > "09"
                MOVE "S" TO CP-FIM-B
           END-IF.

       215-99-FIM. EXIT.

       220-COMPARA-PAGINA.

           IF   CP-LINHAS-A > CP-LINHAS-B
                MOVE CP-LINHAS-A TO CP-MAX
           ELSE
                MOVE CP-LINHAS-B TO CP-MAX
           END-IF
           PERFORM VARYING CP-L FROM 1 BY 1 UNTIL CP-L > CP-MAX
                   IF   CP-L > CP-LINHAS-A
                        MOVE SPACES TO CP-TEXTO-A
                   ELSE
                        MOVE CP-LINHA-A (CP-L) TO CP-TEXTO-A
                   END-IF
                   IF   CP-L > CP-LINHAS-B
                        MOVE SPACES TO CP-TEXTO-B
                   ELSE
                        MOVE CP-LINHA-B (CP-L) TO CP-TEXTO-B
                   END-IF
                   MOVE CP-TEXTO-A TO CP-NORMA
                   PERFORM 225-MASCARA-DATAS THRU 225-99-FIM
                   MOVE CP-NORMA   TO CP-NORMA-A
                   MOVE CP-TEXTO-B TO CP-NORMA
                   PERFORM 225-MASCARA-DATAS THRU 225-99-FIM
                   MOVE CP-NORMA   TO CP-NORMA-B
                   IF   CP-NORMA-A NOT = CP-NORMA-B
                        PERFORM 230-GRAVA-DIFERENCA THRU 230-99-FIM
                   END-IF
           END-PERFORM.

       220-99-FIM. EXIT.

      *    Data de emissao no corpo (dd/mm/aaaa) nao conta como
      *    diferenca
       225-MASCARA-DATAS.

           PERFORM VARYING CP-COL FROM 1 BY 1 UNTIL CP-COL > 191
                   IF   CP-NORMA (CP-COL: 2)     NUMERIC
                   AND  CP-NORMA (CP-COL + 2: 1) = "/"
                   AND  CP-NORMA (CP-COL + 3: 2) NUMERIC
                   AND  CP-NORMA (CP-COL + 5: 1) = "/"
                   AND  CP-NORMA (CP-COL + 6: 4) NUMERIC
                        MOVE "##/##/####" TO CP-NORMA (CP-COL: 10)
                   END-IF
           END-PERFORM.

       225-99-FIM. EXIT.

      *    Cada diferenca: linha de posicao, as duas versoes e a
      *    marca das colunas; a janela da tela comeca um pouco antes
      *    da primeira coluna alterada
       230-GRAVA-DIFERENCA.

           ADD 1 TO CP-DIFERENCAS
           MOVE SPACES TO CP-MARCA
           MOVE 0      TO CP-PRIMEIRA
           PERFORM VARYING CP-COL FROM 1 BY 1 UNTIL CP-COL > 200
                   IF   CP-NORMA-A (CP-COL: 1)
                        NOT = CP-NORMA-B (CP-COL: 1)
                        MOVE "^" TO CP-MARCA (CP-COL: 1)
                        IF   CP-PRIMEIRA = 0
                             MOVE CP-COL TO CP-PRIMEIRA
                        END-IF
                   END-IF
           END-PERFORM
           COMPUTE CP-LINHA-PAG = CP-L + 3
           MOVE SPACES TO DIFWK-REG
           MOVE "P"    TO DF-TIPO
           MOVE 1      TO DF-JANELA
           STRING "Pagina " CP-PAGINA " linha " CP-LINHA-PAG
                  " coluna " CP-PRIMEIRA DELIMITED BY SIZE
             INTO DF-TEXTO
           WRITE DIFWK-REG
           IF   CP-PRIMEIRA > 10
                COMPUTE DF-JANELA = CP-PRIMEIRA - 10
           END-IF
           IF   DF-JANELA > 127
                MOVE 127 TO DF-JANELA
           END-IF
           MOVE "A"        TO DF-TIPO
           MOVE CP-TEXTO-A TO DF-TEXTO
           WRITE DIFWK-REG
           MOVE "B"        TO DF-TIPO
           MOVE CP-TEXTO-B TO DF-TEXTO
           WRITE DIFWK-REG
           MOVE "M"        TO DF-TIPO
           MOVE CP-MARCA   TO DF-TEXTO
           WRITE DIFWK-REG.

       230-99-FIM. EXIT.

       240-MOSTRA-DIFERENCAS.

           OPEN INPUT DIFWK
           IF   FS-DIFWK NOT = "00"
                GO TO 240-99-FIM
           END-IF
           MOVE 03 TO CWBOXW-LINE
           MOVE 01 TO CWBOXW-COLUMN
           MOVE 18 TO CWBOXW-VERTICAL-LENGTH
           MOVE 78 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 07 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWSEND-OPTION
           PERFORM UNTIL FS-DIFWK > "09"
                      OR CWSEND-OPTION NOT = 1
                   MOVE 0 TO L
                   PERFORM UNTIL L = 17 OR FS-DIFWK > "09"
                           READ DIFWK
                           IF   FS-DIFWK = "00"
                                ADD  1 TO L
                                PERFORM 245-LINHA-TELA THRU 245-99-FIM
                                COMPUTE I = L + 3
                                PERFORM 146-MOSTRA THRU 146-99-FIM
                           END-IF
                   END-PERFORM
      *            Pagina incompleta: o resto da janela e' limpo
                   PERFORM UNTIL L = 17
                           ADD  1 TO L
                           MOVE SPACES TO VIS-LINHA
                           COMPUTE I = L + 3
                           PERFORM 146-MOSTRA THRU 146-99-FIM
                   END-PERFORM
                   MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
                   MOVE "Continua..."  TO CWSEND-MSG
                   MOVE "~Proxima"     TO CWSEND-SCREEN (1)
                   MOVE "~Sair"        TO CWSEND-SCREEN (2)
                   MOVE 1              TO CWSEND-OPTION
                   CALL "CWSEND" USING PARAMETROS-CWSEND
                   MOVE SPACES TO CWSEND-SCREENS
           END-PERFORM
           CLOSE DIFWK
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.

       240-99-FIM. EXIT.

       245-LINHA-TELA.

           MOVE SPACES TO VIS-LINHA
           EVALUATE DF-TIPO
               WHEN "P"
                    MOVE DF-TEXTO (1: 76) TO VIS-LINHA
               WHEN "M"
                    MOVE DF-TEXTO (DF-JANELA: 74) TO VIS-LINHA (3: 74)
               WHEN OTHER
                    MOVE DF-TIPO                  TO VIS-LINHA (1: 1)
                    MOVE DF-TEXTO (DF-JANELA: 74) TO VIS-LINHA (3: 74)
           END-EVALUATE.

       245-99-FIM. EXIT.

       250-IMPRIME-DIFERENCAS.

           OPEN INPUT DIFWK
           IF   FS-DIFWK NOT = "00"
                GO TO 250-99-FIM
           END-IF
           MOVE "COMPARACAO DE EXECUCOES"   TO CWIMPR-TITLE
           MOVE SPACES                      TO CWIMPR-SUB-TITLE
           STRING "RELATORIO " ARQUIVO-ALVO (1: 7) DELIMITED BY SIZE
             INTO CWIMPR-SUB-TITLE
           MOVE "Spool/Comparacao"          TO CWIMPR-NOTE
           MOVE SPACES                      TO CWIMPR-HEADER-1
           MOVE "CWSPLMC"                   TO CWIMPR-REPORT
           SET CWIMPR-SIZE-132 TO TRUE
           PERFORM UNTIL FS-DIFWK > "09"
                      OR CWIMPR-END-PRINT
                   READ DIFWK
                   IF   FS-DIFWK = "00"
                        MOVE SPACES TO CWIMPR-DETAIL
                        IF   DF-TIPO = "P"
                             CALL "CWIMPR" USING PARAMETROS-CWIMPR
                             MOVE DF-TEXTO TO CWIMPR-DETAIL
                        ELSE
                             IF   DF-TIPO NOT = "M"
                                  MOVE DF-TIPO TO CWIMPR-DETAIL (1: 1)
                             END-IF
                             MOVE DF-TEXTO (1: 198)
                               TO CWIMPR-DETAIL (3: 198)
                        END-IF
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM
           CLOSE DIFWK
           SET CWIMPR-CLOSE TO TRUE
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", imprimiu comparacao de ' DELIMITED BY SIZE
                  ARQUIVO-ALVO (1: 7) DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS.

       250-99-FIM. EXIT.

      *    Guarda legal: registro "LH" por relatorio e periodo (uma
      *    listagem so = periodo de um dia com o nome do arquivo)
       260-GUARDA-LEGAL.

           IF   NIVEL-SPL < 8
                MOVE "Guarda legal exige nivel 8 ou 9" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 260-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "Guarda legal:"               TO CWBOXS-TITLE
           MOVE "~Incluir guarda por periodo" TO CWBOXS-TEXT (1)
           MOVE "~Retirar guarda"             TO CWBOXS-TEXT (2)
           MOVE "~Voltar"                     TO CWBOXS-TEXT (3)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 262-INCLUI-GUARDA THRU 262-99-FIM
               WHEN 2 PERFORM 264-RETIRA-GUARDA THRU 264-99-FIM
           END-EVALUATE
           MOVE 1 TO CWBOXS-OPTION.

       260-99-FIM. EXIT.

      *    Todas as execucoes do relatorio no periodo (de zero =
      *    desde sempre, ate zero = sem fim)
       262-INCLUI-GUARDA.

           MOVE 08 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 06 TO CWBOXW-VERTICAL-LENGTH
           MOVE 66 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "091213" "Relatorio          :"
           CALL "CWMSGW" USING "101213" "De  (AAAAMMDD)     :"
           CALL "CWMSGW" USING "111213" "Ate (AAAAMMDD)     :"
           CALL "CWMSGW" USING "121213" "Motivo/processo    :"
           MOVE SPACES TO HD-CODIGO HD-MOTIVO HD-ARQUIVO
           MOVE 0      TO HD-DE HD-ATE
           ACCEPT HD-CODIGO AT 0934 WITH UPDATE
           IF   HD-CODIGO = SPACES
                GO TO 262-FECHA
           END-IF
           ACCEPT HD-DE     AT 1034 WITH UPDATE
           ACCEPT HD-ATE    AT 1134 WITH UPDATE
           ACCEPT HD-MOTIVO AT 1234 WITH UPDATE
           IF   HD-ATE = 0
                MOVE 99999999 TO HD-ATE
           END-IF
           IF   HD-DE > HD-ATE
                MOVE "Periodo invalido" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 262-FECHA
           END-IF
           IF   HD-MOTIVO = SPACES
                MOVE "Informe o motivo ou processo da guarda"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 262-FECHA
           END-IF
           PERFORM 268-GRAVA-GUARDA THRU 268-99-FIM.

       262-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.

       262-99-FIM. EXIT.

       264-RETIRA-GUARDA.

           MOVE 0      TO TOT-GUARDAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "LH"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "LH")
                      OR TOT-GUARDAS = 24
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "LH"
                        ADD  1 TO TOT-GUARDAS
                        MOVE CWCONF-CHAVE TO GL-CHAVE (TOT-GUARDAS)
                        IF   CWCONF-ARQUIVO = SPACES
                             STRING CWCONF-CHAVE (1: 7) " "
                                    CWCONF-CHAVE (8: 8) "-"
                                    CWCONF-CHAVE (16: 8) " "
                                    CWCONF-LABEL DELIMITED BY SIZE
                               INTO CWBOXS-TEXT (TOT-GUARDAS)
                        ELSE
                             STRING CWCONF-CHAVE (1: 7) " "
                                    CWCONF-CHAVE (8: 8) " "
                                    CWCONF-ARQUIVO DELIMITED BY SIZE
                               INTO CWBOXS-TEXT (TOT-GUARDAS)
                        END-IF
                   END-IF
           END-PERFORM
           IF   TOT-GUARDAS = 0
                MOVE "Nenhuma guarda legal registrada" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 264-99-FIM
           END-IF
           MOVE "Retirar guarda (relatorio/periodo):" TO CWBOXS-TITLE
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
           OR   CWBOXS-OPTION > TOT-GUARDAS
                GO TO 264-99-FIM
           END-IF
           MOVE CWBOXS-OPTION TO I
           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           STRING "Retirar a guarda legal " CWBOXS-TEXT (I)
                  DELIMITED BY SIZE
             INTO CWSEND-MSG
           MOVE "~Retirar"   TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE 2            TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           IF   CWSEND-OPTION NOT = 1
                GO TO 264-99-FIM
           END-IF
           MOVE "LH"         TO CWCONF-REG
           MOVE GL-CHAVE (I) TO CWCONF-CHAVE
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                GO TO 264-99-FIM
           END-IF
           SET CWSQLC-DELETE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", retirou guarda legal ' DELIMITED BY SIZE
                  GL-CHAVE (I) (1: 7) " " GL-CHAVE (I) (8: 8) "-"
                  GL-CHAVE (I) (16: 8) "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Guarda legal retirada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       264-99-FIM. EXIT.

      *    Guarda da listagem selecionada (so ela, pelo nome)
       266-RETEM-LISTAGEM.

           IF   NIVEL-SPL < 8
                MOVE "Guarda legal exige nivel 8 ou 9" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 266-99-FIM
           END-IF
           MOVE 10 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 66 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111213" "Motivo/processo    :"
           MOVE SPACES TO HD-MOTIVO
           ACCEPT HD-MOTIVO AT 1134 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   HD-MOTIVO = SPACES
                GO TO 266-99-FIM
           END-IF
           MOVE ARQUIVO-ALVO (1: 7) TO HD-CODIGO
           MOVE ARQUIVO-ALVO        TO HD-ARQUIVO
           MOVE DATA-ALVO           TO HD-DE HD-ATE
           PERFORM 268-GRAVA-GUARDA THRU 268-99-FIM.

       266-99-FIM. EXIT.

       268-GRAVA-GUARDA.

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           COMPUTE HD-HORA = CWTIME-TIME-FINAL / 100
           MOVE LOW-VALUES TO CWCONF-REG
           MOVE "LH"       TO CWCONF-TIPO
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE HD-CODIGO  TO CWCONF-CHAVE (1: 7)
           MOVE HD-DE      TO CWCONF-CHAVE (8: 8)
           MOVE HD-ATE     TO CWCONF-CHAVE (16: 8)
           MOVE HD-HORA    TO CWCONF-CHAVE (24: 6)
           MOVE HD-ARQUIVO TO CWCONF-ARQUIVO
           MOVE HD-MOTIVO  TO CWCONF-LABEL
           MOVE NOME       TO CWCONF-NOME
           MOVE CWTIME-DATE-FINAL TO CWCONF-ULTIMO-LOGIN-DATA
           MOVE CWTIME-TIME-FINAL TO CWCONF-ULTIMO-LOGIN-HORA
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                MOVE "Guarda legal nao gravada, repita" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 268-99-FIM
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", guarda legal ' DELIMITED BY SIZE
                  HD-CODIGO " " HD-DE "-" HD-ATE " "
                  DELIMITED BY SIZE
                  HD-ARQUIVO DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Guarda legal gravada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       268-99-FIM. EXIT.

      *    HD-CODIGO/HD-DATA/HD-ARQUIVO em guarda legal?  Vale a
      *    guarda do relatorio cujo periodo cobre a data e que e' do
      *    relatorio todo (arquivo em branco) ou desta listagem
       270-RETIDA.

           MOVE "N"       TO HD-RETIDA
           MOVE "LH"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE HD-CODIGO TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "LH")
                      OR (CWCONF-CHAVE (1: 7) NOT = HD-CODIGO)
                      OR HD-RETIDA = "S"
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "LH"
                   AND  CWCONF-CHAVE (1: 7) = HD-CODIGO
                   AND  HD-DATA NOT < CWCONF-CHAVE (8: 8)
                   AND  HD-DATA NOT > CWCONF-CHAVE (16: 8)
                        IF   CWCONF-ARQUIVO = SPACES
                        OR   CWCONF-ARQUIVO = HD-ARQUIVO
                             MOVE "S" TO HD-RETIDA
                        END-IF
                   END-IF
           END-PERFORM.

       270-99-FIM. EXIT.

      *    Leva a listagem S (LB-ALVO) para o arquivo morto: copia
      *    compactada com nome unico no CWSPLM_ARQUIVO, conferida
      *    antes de a listagem sair do spool, e entrada "SA" no
      *    indice (relatorio, data da listagem, usuario)
       275-ARQUIVA.

           PERFORM VARYING L FROM 50 BY -1
                   UNTIL L = 0 OR ARQ-NOME (S) (L: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM
           MOVE 0 TO SM-STATUS
           PERFORM UNTIL SM-STATUS NOT = 0
                   ADD  1 TO SA-SEQ
                   MOVE SPACES TO LB-ARQUIVO
                   STRING PATH-ARQUIVO DELIMITED BY SPACE
                          BARRA        DELIMITED BY SIZE
                          ARQ-NOME (S) (1: L - 4) DELIMITED BY SIZE
                          "_" HOJE-DATA SA-SEQ ".TGZ"
                          DELIMITED BY SIZE
                     INTO LB-ARQUIVO
                   CALL "CBL_CHECK_FILE_EXIST" USING LB-ARQUIVO
                                                     SM-FILE-DETAILS
                                            RETURNING SM-STATUS
           END-PERFORM
           IF   LB-ARQUIVO (61: 1) NOT = SPACE
                ADD 1 TO FALHAS
                GO TO 275-99-FIM
           END-IF
           MOVE SPACES TO COMANDO
           STRING "tar -czf " DELIMITED BY SIZE
                  LB-ARQUIVO  DELIMITED BY SPACE
                  " -C "      DELIMITED BY SIZE
                  PATH-ATUAL  DELIMITED BY SPACE
                  " "         DELIMITED BY SIZE
                  ARQ-NOME (S) DELIMITED BY SPACE
             INTO COMANDO
           CALL "SYSTEM" USING COMANDO
           MOVE 0 TO SM-FILE-SIZE
           CALL "CBL_CHECK_FILE_EXIST" USING LB-ARQUIVO
                                             SM-FILE-DETAILS
                                    RETURNING SM-STATUS
           IF   SM-STATUS NOT = 0
           OR   SM-FILE-SIZE = 0
                ADD 1 TO FALHAS
                GO TO 275-99-FIM
           END-IF
           MOVE LOW-VALUES        TO CWCONF-REG
           MOVE "SA"              TO CWCONF-TIPO
           MOVE SPACES            TO CWCONF-CHAVE
           MOVE ARQ-RELATORIO (S) TO CWCONF-CHAVE (1: 7)
           MOVE ARQ-DATA (S)      TO CWCONF-CHAVE (8: 8)
           MOVE NOME              TO CWCONF-CHAVE (16: 11)
           MOVE SA-SEQ            TO CWCONF-CHAVE (27: 6)
           MOVE ARQ-NOME (S)      TO CWCONF-ARQUIVO
           MOVE LB-ARQUIVO        TO CWCONF-DESTINO-END
           MOVE NOME              TO CWCONF-NOME
           MOVE ARQ-KB (S)        TO CWCONF-TAMANHO-LIMITE-KB
           MOVE HOJE-DATA         TO CWCONF-BL-INICIO
           IF   ANOS-ARQUIVO > 0
                COMPUTE CWCONF-BL-FIM = HOJE-DATA
                                      + ANOS-ARQUIVO * 10000
           ELSE
                MOVE 0 TO CWCONF-BL-FIM
           END-IF
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                CALL "CBL_DELETE_FILE" USING LB-ARQUIVO
                ADD 1 TO FALHAS
                GO TO 275-99-FIM
           END-IF
           CALL "CBL_DELETE_FILE" USING LB-ALVO
           ADD 1 TO ARQUIVADOS.

       275-99-FIM. EXIT.

      *    Expurgo do arquivo morto: entradas "SA" com prazo (anos
      *    do "RT" na hora do arquivamento) vencido e fora de guarda
      *    legal.  As vencidas sao juntadas antes, porque a consulta
      *    da guarda reposiciona o CWCONF
       280-EXPURGA-ARQUIVO.

           MOVE 0      TO TOT-EXP
           MOVE "SA"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "SA")
                      OR TOT-EXP = 200
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "SA"
                   AND  CWCONF-BL-FIM NUMERIC
                   AND  CWCONF-BL-FIM > 0
                   AND  CWCONF-BL-FIM < HOJE-DATA
                        ADD  1 TO TOT-EXP
                        MOVE CWCONF-CHAVE   TO EXP-CHAVE (TOT-EXP)
                        MOVE CWCONF-ARQUIVO TO EXP-ARQUIVO (TOT-EXP)
                        MOVE CWCONF-DESTINO-END
                          TO EXP-DESTINO (TOT-EXP)
                   END-IF
           END-PERFORM
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > TOT-EXP
                   MOVE EXP-CHAVE (A) (1: 7) TO HD-CODIGO
                   MOVE EXP-CHAVE (A) (8: 8) TO HD-DATA
                   MOVE EXP-ARQUIVO (A)      TO HD-ARQUIVO
                   PERFORM 270-RETIDA THRU 270-99-FIM
                   IF   HD-RETIDA = "S"
                        ADD 1 TO RETIDOS
                   ELSE
                        MOVE "SA"          TO CWCONF-REG
                        MOVE EXP-CHAVE (A) TO CWCONF-CHAVE
                        SET CWSQLC-READ  TO TRUE
                        SET CWSQLC-EQUAL TO TRUE
                        CALL "CWCONF" USING CWSQLC CWCONF-REG
                                            FS-CWCONF KCO PCO
                        IF   FS-CWCONF < "10"
                             SET CWSQLC-DELETE TO TRUE
                             CALL "CWCONF" USING CWSQLC CWCONF-REG
                                                 FS-CWCONF KCO PCO
                             MOVE SPACES TO LB-ARQUIVO
                             MOVE EXP-DESTINO (A) TO LB-ARQUIVO
                             CALL "CBL_DELETE_FILE" USING LB-ARQUIVO
                             ADD 1 TO EXPURGADOS
                        END-IF
                   END-IF
           END-PERFORM.

       280-99-FIM. EXIT.

      *    Arquivo morto: indice "SA" a partir de relatorio e data
      *    (niveis abaixo de 8 so veem o que saiu do proprio spool);
      *    a escolhida volta descompactada ao spool do usuario como
      *    <listagem>.ARQ.SPL e segue para as acoes da listagem, com
      *    o mesmo controle de sigilo
       285-ARQUIVO-MORTO.

           MOVE 10 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 04 TO CWBOXW-VERTICAL-LENGTH
           MOVE 50 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111213" "Relatorio (branco = todos):"
           CALL "CWMSGW" USING "121213" "Desde (AAAAMMDD)          :"
           MOVE SPACES TO AM-CODIGO
           MOVE 0      TO AM-DESDE
           ACCEPT AM-CODIGO AT 1141 WITH UPDATE
           ACCEPT AM-DESDE  AT 1241 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 0      TO TOT-SA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "SA"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE AM-CODIGO TO CWCONF-CHAVE (1: 7)
           IF   AM-CODIGO NOT = SPACES
                MOVE AM-DESDE TO CWCONF-CHAVE (8: 8)
           END-IF
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "SA")
                      OR (AM-CODIGO NOT = SPACES
                      AND CWCONF-CHAVE (1: 7) NOT = AM-CODIGO)
                      OR TOT-SA = 24
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "SA"
                        PERFORM 286-GUARDA-SA THRU 286-99-FIM
                   END-IF
           END-PERFORM
           IF   TOT-SA = 0
                MOVE "Nada no arquivo morto para este pedido"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 285-99-FIM
           END-IF
           MOVE 04  TO CWBOXS-LINE
           MOVE 05  TO CWBOXS-COLUMN
           MOVE "Arquivo morto (relatorio/data/usuario):"
             TO CWBOXS-TITLE
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION NOT = 0
           AND  CWBOXS-OPTION NOT > TOT-SA
                MOVE CWBOXS-OPTION TO A
                PERFORM 287-RESTAURA THRU 287-99-FIM
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       285-99-FIM. EXIT.

       286-GUARDA-SA.

           IF   AM-CODIGO NOT = SPACES
           AND  CWCONF-CHAVE (1: 7) NOT = AM-CODIGO
                GO TO 286-99-FIM
           END-IF
           IF   NIVEL-SPL < 8
           AND  CWCONF-NOME NOT = NOME
                GO TO 286-99-FIM
           END-IF
           IF   AM-CODIGO = SPACES
           AND  CWCONF-CHAVE (8: 8) < AM-DESDE
                GO TO 286-99-FIM
           END-IF
           ADD  1 TO TOT-SA
           MOVE CWCONF-CHAVE       TO SA-CHAVE (TOT-SA)
           MOVE CWCONF-ARQUIVO     TO SA-ARQUIVO (TOT-SA)
           MOVE CWCONF-DESTINO-END TO SA-DESTINO (TOT-SA)
           STRING CWCONF-CHAVE (1: 7) " " CWCONF-CHAVE (8: 8) " "
                  CWCONF-NOME DELIMITED BY SIZE
             INTO CWBOXS-TEXT (TOT-SA).

       286-99-FIM. EXIT.

       287-RESTAURA.

           PERFORM VARYING L FROM 30 BY -1
                   UNTIL L = 0 OR SA-ARQUIVO (A) (L: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM
           IF   L < 5
                GO TO 287-99-FIM
           END-IF
           MOVE SPACES TO NOME-RESTAURADO LB-ALVO COMANDO
           STRING SA-ARQUIVO (A) (1: L - 4) ".ARQ.SPL"
                  DELIMITED BY SIZE
             INTO NOME-RESTAURADO
           STRING PATH-SPOOL      DELIMITED BY SPACE
                  BARRA           DELIMITED BY SIZE
                  NOME-RESTAURADO DELIMITED BY SPACE
             INTO LB-ALVO
           STRING "tar -xzOf "    DELIMITED BY SIZE
                  SA-DESTINO (A)  DELIMITED BY SPACE
                  " > "           DELIMITED BY SIZE
                  LB-ALVO         DELIMITED BY SPACE
             INTO COMANDO
           CALL "SYSTEM" USING COMANDO
           MOVE 0 TO SM-FILE-SIZE
           CALL "CBL_CHECK_FILE_EXIST" USING LB-ALVO
                                             SM-FILE-DETAILS
                                    RETURNING SM-STATUS
           IF   SM-STATUS NOT = 0
           OR   SM-FILE-SIZE = 0
                CALL "CBL_DELETE_FILE" USING LB-ALVO
                MOVE "Falha ao recuperar do arquivo morto"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 287-99-FIM
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", recuperou do arquivo morto ' DELIMITED BY SIZE
                  SA-ARQUIVO (A) DELIMITED BY SPACE
                  " de " SA-CHAVE (A) (8: 8) "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO CWSEND-MSG
           STRING "Listagem recuperada no spool como "
                  NOME-RESTAURADO DELIMITED BY SIZE
             INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE PATH-SPOOL TO PATH-ATUAL
           PERFORM 120-CARREGA-ARQUIVOS THRU 120-99-FIM
           MOVE NOME-RESTAURADO     TO ARQUIVO-ALVO
           MOVE SA-CHAVE (A) (8: 8) TO DATA-ALVO
           PERFORM 140-ACOES THRU 140-99-FIM.

       287-99-FIM. EXIT.

       800-INICIAIS.

           CALL "CWUNIX" USING PARAMETROS-CWUNIX
                        END-IF
                END-PERFORM
           END-IF
      *    Ambiente da sessao (cadastro "AM", escolhido no logon do
      *    CWMEN0): o spool fica no path do ambiente, quando ele tem
      *    um, como no CWIMPR
           DISPLAY "CWAMBIENTE-SPOOL" UPON ENVIRONMENT-NAME
           ACCEPT  AMBIENTE-SPOOL     FROM ENVIRONMENT-VALUE
           IF   AMBIENTE-SPOOL NOT = SPACES
                MOVE AMBIENTE-SPOOL TO PATH-SPOOL
           END-IF
           DISPLAY "CWSPLM_PATH" UPON ENVIRONMENT-NAME
           ACCEPT  COMANDO       FROM ENVIRONMENT-VALUE
           IF   COMANDO NOT = SPACES
                MOVE "." TO PATH-SPOOL
           END-IF
           MOVE PATH-SPOOL TO PATH-ATUAL
           DISPLAY "CWSPLM_ARQUIVO" UPON ENVIRONMENT-NAME
           ACCEPT  PATH-ARQUIVO     FROM ENVIRONMENT-VALUE
           IF   PATH-ARQUIVO = SPACES
                STRING PATH-SPOOL DELIMITED BY SPACE
                       BARRA      DELIMITED BY SIZE
                       "ARQUIVO"  DELIMITED BY SIZE
                  INTO PATH-ARQUIVO
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.
