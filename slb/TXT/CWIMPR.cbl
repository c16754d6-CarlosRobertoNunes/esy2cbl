           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 EMPRESA-CODIGO           PIC  X(003) VALUE SPACES.
           05 ESTACAO                  PIC  X(030) VALUE SPACES.
           05 AMBIENTE-CODIGO          PIC  X(010) VALUE SPACES.
           05 AMBIENTE-SPOOL           PIC  X(030) VALUE SPACES.
           05 BARRA                    PIC  X(001) VALUE "/".
           05 EMPRESA                  PIC  X(030) VALUE SPACES.
           05 SISTEMA                  PIC  X(030) VALUE SPACES.
           05 TITULO                   PIC  X(050) VALUE SPACES.
           05 SUB-TITULO               PIC  X(050) VALUE SPACES.
           05 NOTA                     PIC  X(050) VALUE SPACES.
           05 SIMBOLOS                 PIC  9(003) VALUE 0.
           05 RELATORIO                PIC  X(007) VALUE SPACES.
           05 LARGURA                  PIC  9(003) VALUE 132.
           05 SIZE-PAGE                PIC  9(003) VALUE 59.
           05 CAB-2.
              10 CAB-2-SISTEMA         PIC  X(032) VALUE SPACES.
              10 CAB-2-SUB             PIC  X(060) VALUE SPACES.
              10 CAB-2-AMBIENTE        PIC  X(025) VALUE SPACES.
              10 FILLER                PIC  X(005) VALUE "Pag. ".
              10 CAB-2-PAGINA          PIC  ZZZZ9.
      *    Geracao do PDF
      *    Sigilo do "94" (Requisicao 057): saida gerada retida
           05 SIGILO-94                PIC  X(001) VALUE SPACE.
           05 GRUPO-LIBERA             PIC  X(022) VALUE SPACES.
      *    Formulario especial do "94" (cheque, nota, etiqueta): vai
      *    no "PQ" para o CWPQUE so imprimir com ele montado
           05 FORM-94                  PIC  X(020) VALUE SPACES.
      *    Vias do "94" (original e copias): cada via sai num spool
      *    proprio, com o rotulo carimbado no cabecalho de todas as
      *    paginas, para a fila da sua impressora, e conta em
      *    separado no "CA"
           05 TOT-VIAS                 PIC  9(001) VALUE 0.
           05 VIAS-GERADAS             PIC  9(001) VALUE 0.
           05 V                        PIC  9(001) VALUE 0.
           05 TABELA-VIAS.
              10 VIA-TB OCCURS 5.
                 15 VIA-IMPRESSORA     PIC  X(008).
                 15 VIA-ROTULO         PIC  X(020).
                 15 VIA-CONTA          PIC  X(001).
           05 VIA-PAGINA-NOVA          PIC  X(001) VALUE "S".
           05 IMPRESSORA-CA            PIC  X(008) VALUE SPACES.
      *    Quota mensal de paginas (Requisicao 058)
           05 QUOTA-PAGINAS            PIC  9(009) VALUE 0.
           05 USADAS-MES               PIC  9(009) VALUE 0.
       COPY CWGETL.
       COPY CWUNIX.
       COPY CWCONF.
       COPY CWDTSB.

       LINKAGE SECTION.


           SET CWSQLC-OPEN TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
      *    Passo de corrente com dono: spool, impressora, quota e
      *    centro de custo passam a ser os da conta de servico
           CALL "CWGETS" USING NOME

           MOVE CWIMPR-TITLE     TO TITULO
           MOVE CWIMPR-SUB-TITLE TO SUB-TITULO
           END-IF

           PERFORM 110-LE-CONFIG THRU 110-99-FIM
           PERFORM 115-DATAS-CABECALHO THRU 115-99-FIM
      *    Quota mensal de paginas (Requisicao 058): no limite, so
      *    um supervisor libera; a recusa encerra o relatorio pelo
      *    mesmo CWIMPR-END-PRINT de sempre
                MOVE CWCONF-PRINTER-DEFAULT TO IMPRESSORA
           END-IF

      *    Impressora da estacao do logon (cadastro "ET" do CWESTM)
      *    quando o "PS" pede; estacao sem cadastro ou sem impressora
      *    fica com a padrao do usuario
           IF   FS-CWCONF < "10"
           AND  CWCONF-USA-IMPRESSORA-ESTACAO
                DISPLAY "CWESTACAO" UPON ENVIRONMENT-NAME
                ACCEPT  ESTACAO     FROM ENVIRONMENT-VALUE
                IF   ESTACAO NOT = SPACES
                     MOVE "ET"    TO CWCONF-REG
                     MOVE SPACES  TO CWCONF-CHAVE
                     MOVE ESTACAO TO CWCONF-CHAVE (1: 30)
                     SET CWSQLC-READ        TO TRUE
                     SET CWSQLC-EQUAL       TO TRUE
                     SET CWSQLC-IGNORE-LOCK TO TRUE
                     CALL "CWCONF" USING CWSQLC CWCONF-REG
                                         FS-CWCONF KCO PCO
                     IF   FS-CWCONF < "10"
                     AND  CWCONF-PRINTER-DEFAULT NOT = SPACES
                     AND  CWCONF-PRINTER-DEFAULT NOT = LOW-VALUES
                          MOVE CWCONF-PRINTER-DEFAULT TO IMPRESSORA
                     END-IF
                END-IF
           END-IF

      *    Empresa da sessao (cadastro "EM", selecionada no logon):
      *    a razao social carimba o cabecalho no lugar do nome
      *    generico do "00"
                END-IF
           END-IF

      *    Ambiente da sessao (cadastro "AM", escolhido no logon do
      *    CWMEN0): o spool vai para o path do ambiente, quando ele
      *    tem um, e o codigo sai no cabecalho de cada pagina
           DISPLAY "CWAMBIENTE"       UPON ENVIRONMENT-NAME
           ACCEPT  AMBIENTE-CODIGO    FROM ENVIRONMENT-VALUE
           DISPLAY "CWAMBIENTE-SPOOL" UPON ENVIRONMENT-NAME
           ACCEPT  AMBIENTE-SPOOL     FROM ENVIRONMENT-VALUE
           IF   AMBIENTE-SPOOL NOT = SPACES
                MOVE AMBIENTE-SPOOL TO PATH-SPOOL
           END-IF

           MOVE SPACES TO FORM-94
           MOVE 0      TO TOT-VIAS
           IF   RELATORIO NOT = SPACES
                MOVE "94"      TO CWCONF-REG
                MOVE RELATORIO TO CWCONF-CHAVE (1: 7)
                          MOVE CWCONF-BURST-TAM    TO BURST-TAM
                     END-IF
                     MOVE CWCONF-SIGILO       TO SIGILO-94
                     IF   CWCONF-TIPO-FORM NOT = LOW-VALUES
                          MOVE CWCONF-TIPO-FORM TO FORM-94
                     END-IF
                     MOVE CWCONF-GRUPO (1: 22) TO GRUPO-LIBERA
                     PERFORM 111-LE-VIAS THRU 111-99-FIM
                END-IF
           END-IF


       110-99-FIM. EXIT.

      *    Vias em CWCONF-NM-OPCAO (1) a (5) do "94": impressora nos
      *    bytes 1-8 (espacos = a do relatorio) e rotulo nos 9-28;
      *    a primeira via vazia encerra a lista
       111-LE-VIAS.

           PERFORM VARYING V FROM 1 BY 1 UNTIL V > 5
                   IF   CWCONF-NM-OPCAO (V) (1: 28) = LOW-VALUES
                        MOVE SPACES TO CWCONF-NM-OPCAO (V)
                   END-IF
                   IF   CWCONF-NM-OPCAO (V) (1: 28) = SPACES
                        MOVE 5 TO V
                   ELSE
                        ADD  1 TO TOT-VIAS
                        MOVE CWCONF-NM-OPCAO (V) (1: 8)
                          TO VIA-IMPRESSORA (TOT-VIAS)
                        MOVE CWCONF-NM-OPCAO (V) (9: 20)
                          TO VIA-ROTULO (TOT-VIAS)
                        MOVE "N" TO VIA-CONTA (TOT-VIAS)
                   END-IF
           END-PERFORM.

       111-99-FIM. EXIT.

      *    Titulo, subtitulo e nota podem citar a data de
      *    processamento (&DTPROCF, &MESCTB...) em vez da data da
      *    maquina - a rodada que passa da meia-noite sai com o dia
      *    de negocio no cabecalho
       115-DATAS-CABECALHO.

           MOVE 0 TO SIMBOLOS
           INSPECT TITULO     TALLYING SIMBOLOS FOR ALL "&"
           INSPECT SUB-TITULO TALLYING SIMBOLOS FOR ALL "&"
           INSPECT NOTA       TALLYING SIMBOLOS FOR ALL "&"
           IF   SIMBOLOS = 0
                GO TO 115-99-FIM
           END-IF
           MOVE TITULO       TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
           MOVE CWDTSB-TEXTO TO TITULO
           MOVE SUB-TITULO   TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
           MOVE CWDTSB-TEXTO TO SUB-TITULO
           MOVE NOTA         TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
           MOVE CWDTSB-TEXTO TO NOTA.

       115-99-FIM. EXIT.

       120-ABRE-SPOOL.

           MOVE SPACES TO LB-SPLWK
           MOVE DATA-EDITADA TO CAB-1-DATA
           MOVE SISTEMA      TO CAB-2-SISTEMA
           MOVE SUB-TITULO   TO CAB-2-SUB
           IF   AMBIENTE-CODIGO NOT = SPACES
                STRING "** AMBIENTE " DELIMITED BY SIZE
                       AMBIENTE-CODIGO DELIMITED BY SPACE
                       " **" DELIMITED BY SIZE
                  INTO CAB-2-AMBIENTE
           END-IF
           MOVE PAGINA-ATUAL TO CAB-2-PAGINA
           MOVE CAB-1 TO SPLWK-REG
           PERFORM 210-GRAVA-SPOOL THRU 210-99-FIM
      *             Exportacao ja saiu em linha com o spool
                    CONTINUE
               WHEN OTHER
                    IF   TOT-VIAS > 0
                         PERFORM 595-VIAS THRU 595-99-FIM
                    ELSE
                         IF   DEVICE-03 NOT = SPACES
                              DISPLAY "CWIMPR_FILA"
                                 UPON ENVIRONMENT-NAME
                              ACCEPT  FILA-MODO
                                 FROM ENVIRONMENT-VALUE
                              INSPECT FILA-MODO
                                      CONVERTING MINUSCULAS
                                              TO MAIUSCULAS
                              IF   FILA-MODO = "OFF"
                                   PERFORM 545-IMPRIME-COM-RETOMADA
                                      THRU 545-99-FIM
                              ELSE
                                   PERFORM 580-ENFILEIRA
                                      THRU 580-99-FIM
                              END-IF
                         END-IF
                    END-IF
           END-EVALUATE
           END-IF
           PERFORM 560-CONTABILIZA THRU 560-99-FIM
           MOVE 0     TO ABERTO
           MOVE 0     TO TOT-VIAS VIAS-GERADAS
           MOVE SPACE TO CWIMPR-END-PRINT-FLAG
           MOVE SPACES TO CWIMPR-TITLE CWIMPR-SUB-TITLE CWIMPR-NOTE
                          CWIMPR-HEADER-1 CWIMPR-HEADER-2
           MOVE NOME       TO CWCONF-NOME
           MOVE RELATORIO  TO CWCONF-RELATORIO
           MOVE "G"        TO CWCONF-AP-STATUS
           MOVE FORM-94    TO CWCONF-TIPO-FORM
           MOVE PAGINA-ATUAL TO CWCONF-TAMANHO-LIMITE-KB
           SET CWSQLC-WRITE TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                MOVE NOME       TO CWCONF-NOME
                MOVE RELATORIO  TO CWCONF-RELATORIO
                MOVE SPACE      TO CWCONF-AP-STATUS
                MOVE FORM-94    TO CWCONF-TIPO-FORM
                MOVE PARTE-PAGINAS TO CWCONF-TAMANHO-LIMITE-KB
                SET CWSQLC-WRITE TO TRUE
                CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO

       593-99-FIM. EXIT.

      *    Vias do "94": cada via e' uma copia do spool (mesmo
      *    diretorio, ".SPL" trocado por "Vn.SPL") com o rotulo no
      *    cabecalho de cada pagina, enfileirada na impressora da
      *    via; via sem impressora "03" fica retida no spool (a via
      *    de arquivo) e nao conta paginas impressas
       595-VIAS.

           PERFORM VARYING V FROM 1 BY 1 UNTIL V > TOT-VIAS
                   IF   VIA-IMPRESSORA (V) = SPACES
                   AND  IMPRESSORA NOT = "Spool"
                   AND  IMPRESSORA NOT = "<Default>"
                        MOVE IMPRESSORA TO VIA-IMPRESSORA (V)
                   END-IF
                   PERFORM 596-GERA-VIA THRU 596-99-FIM
                   IF   FS-PRTWK = "00"
                        PERFORM 597-ENFILEIRA-VIA THRU 597-99-FIM
                   END-IF
           END-PERFORM.

       595-99-FIM. EXIT.

       596-GERA-VIA.

           MOVE SPACES TO LB-PARTE
           PERFORM VARYING I FROM 250 BY -1 UNTIL I = 1
                      OR LB-SPLWK (I: 4) = ".SPL"
                   CONTINUE
           END-PERFORM
           IF   I > 1
                STRING LB-SPLWK (1: I - 1) DELIMITED BY SIZE
                       "V" V ".SPL"        DELIMITED BY SIZE
                  INTO LB-PARTE
           ELSE
                STRING RELATORIO DELIMITED BY SPACE
                       TASK "V" V ".SPL" DELIMITED BY SIZE
                  INTO LB-PARTE
           END-IF
           OPEN INPUT SPLWK
           IF   FS-SPLWK NOT = "00"
                MOVE "99" TO FS-PRTWK
                GO TO 596-99-FIM
           END-IF
           OPEN OUTPUT PRTWK
           IF   FS-PRTWK NOT = "00"
                CLOSE SPLWK
                GO TO 596-99-FIM
           END-IF
      *    A linha seguinte a cada salto de pagina (e a primeira) e'
      *    a CAB-1; o rotulo entra no espaco livre entre o titulo e
      *    a data
           MOVE "S" TO VIA-PAGINA-NOVA
           PERFORM UNTIL FS-SPLWK > "09"
                   READ SPLWK
                   IF   FS-SPLWK = "00"
                        MOVE SPLWK-REG TO PRTWK-REG
                        IF   SPLWK-REG (1: 1) = X"0C"
                             MOVE "S" TO VIA-PAGINA-NOVA
                        ELSE
                             IF   VIA-PAGINA-NOVA = "S"
                                  MOVE VIA-ROTULO (V)
                                    TO PRTWK-REG (93: 20)
                                  MOVE "N" TO VIA-PAGINA-NOVA
                             END-IF
                        END-IF
                        WRITE PRTWK-REG
                   END-IF
           END-PERFORM
           CLOSE SPLWK PRTWK.

       596-99-FIM. EXIT.

       597-ENFILEIRA-VIA.

           MOVE "03"       TO CWCONF-REG03
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE VIA-IMPRESSORA (V) TO CWCONF-CHAVE (1: 8)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   VIA-IMPRESSORA (V) = SPACES
           OR   FS-CWCONF NOT < "10"
                MOVE SPACES TO BURST-OBS
                STRING "Via " V " sem impressora retida no spool: "
                       DELIMITED BY SIZE
                       LB-PARTE DELIMITED BY SPACE
                  INTO BURST-OBS
                CALL "CWLOGW" USING "#" BURST-OBS
                GO TO 597-99-FIM
           END-IF
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE LOW-VALUES TO CWCONF-REG
           MOVE "PQ"       TO CWCONF-TIPO
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE VIA-IMPRESSORA (V) TO CWCONF-CHAVE (1: 8)
           MOVE "50"       TO CWCONF-CHAVE (9: 2)
           MOVE CWTIME-DATE-FINAL        TO CWCONF-CHAVE (11: 8)
           MOVE CWTIME-TIME-FINAL (1: 6) TO CWCONF-CHAVE (19: 6)
           MOVE TASK       TO CWCONF-CHAVE (25: 6)
      *    Desempata as vias geradas no mesmo segundo
           MOVE V          TO CWCONF-CHAVE (32: 1)
           MOVE LB-PARTE (1: 50) TO CWCONF-LABEL
           MOVE NOME       TO CWCONF-NOME
           MOVE RELATORIO  TO CWCONF-RELATORIO
           MOVE SPACE      TO CWCONF-AP-STATUS
           MOVE FORM-94    TO CWCONF-TIPO-FORM
           MOVE PAGINA-ATUAL TO CWCONF-TAMANHO-LIMITE-KB
           SET CWSQLC-WRITE TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE SPACES TO BURST-OBS
                STRING "Via nao enfileirada (status "
                       FS-CWCONF "): " DELIMITED BY SIZE
                       LB-PARTE DELIMITED BY SPACE
                  INTO BURST-OBS
                CALL "CWLOGW" USING "#" BURST-OBS
                GO TO 597-99-FIM
           END-IF
           MOVE "S" TO VIA-CONTA (V)
           ADD  1   TO VIAS-GERADAS.

       597-99-FIM. EXIT.

      *    Coloca o relatorio na fila "PQ" da impressora (Requisicao
      *    035): o spool fica onde esta e o CWPQUE copia para o
      *    device na ordem impressora + prioridade + chegada - e' o
           MOVE NOME       TO CWCONF-NOME
           MOVE RELATORIO  TO CWCONF-RELATORIO
           MOVE SPACE      TO CWCONF-AP-STATUS
           MOVE FORM-94    TO CWCONF-TIPO-FORM
           MOVE PAGINA-ATUAL TO CWCONF-TAMANHO-LIMITE-KB
           SET CWSQLC-WRITE TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

      *    Contabilidade de impressao: soma as paginas e linhas desta
      *    sessao no balde mensal "CA" (mes+relatorio+impressora+
      *    usuario) - a base da cobranca interna por departamento;
      *    relatorio com vias conta cada via enfileirada no balde da
      *    impressora dela
       560-CONTABILIZA.

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           IF   VIAS-GERADAS > 0
                PERFORM VARYING V FROM 1 BY 1 UNTIL V > TOT-VIAS
                        IF   VIA-CONTA (V) = "S"
                             MOVE VIA-IMPRESSORA (V) TO IMPRESSORA-CA
                             PERFORM 561-BALDE THRU 561-99-FIM
                        END-IF
                END-PERFORM
           ELSE
                MOVE IMPRESSORA TO IMPRESSORA-CA
                PERFORM 561-BALDE THRU 561-99-FIM
           END-IF

      *    Quota estourada no fechamento avisa ja (Requisicao 058);
      *    o bloqueio em si acontece na proxima abertura
           IF   QUOTA-PAGINAS > 0
                IF   VIAS-GERADAS > 0
                     COMPUTE USADAS-MES = USADAS-MES
                                        + PAGINA-ATUAL * VIAS-GERADAS
                ELSE
                     ADD PAGINA-ATUAL TO USADAS-MES
                END-IF
                IF   USADAS-MES NOT < QUOTA-PAGINAS
                     DISPLAY "CWCRON" UPON ENVIRONMENT-NAME
                     ACCEPT  CRON     FROM ENVIRONMENT-VALUE
                     INSPECT CRON CONVERTING MINUSCULAS TO MAIUSCULAS
                     IF   CRON NOT = "ON"
                          MOVE SPACES TO CWSEND-MSG
                          STRING "Quota mensal de impressao atingida:"
                                 " " USADAS-MES " de " QUOTA-PAGINAS
                                 DELIMITED BY SIZE
                            INTO CWSEND-MSG
                          CALL "CWSEND" USING PARAMETROS-CWSEND
                     END-IF
                END-IF
           END-IF.

       560-99-FIM. EXIT.

       561-BALDE.

           MOVE "CA"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE CWTIME-DATE-FINAL (1: 6) TO CWCONF-CHAVE (1: 6)
           MOVE RELATORIO                TO CWCONF-CHAVE (7: 7)
           MOVE IMPRESSORA-CA            TO CWCONF-CHAVE (14: 8)
           MOVE NOME (1: 11)             TO CWCONF-CHAVE (22: 11)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
                MOVE CWTIME-DATE-FINAL (1: 6)
                  TO CWCONF-CHAVE (1: 6)
                MOVE RELATORIO  TO CWCONF-CHAVE (7: 7)
                MOVE IMPRESSORA-CA TO CWCONF-CHAVE (14: 8)
                MOVE NOME (1: 11) TO CWCONF-CHAVE (22: 11)
                MOVE NOME         TO CWCONF-NOME
                MOVE PAGINA-ATUAL TO CWCONF-TAMANHO-LIMITE-KB
                MOVE LINHAS-TOTAL TO CWCONF-TAMANHO-ULTIMO-KB
                SET CWSQLC-WRITE TO TRUE
           END-IF
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       561-99-FIM. EXIT.

      *    Destino "A" do "94": o espelho do relatorio vai para o
      *    arquivo configurado em CWCONF-DESTINO-END
