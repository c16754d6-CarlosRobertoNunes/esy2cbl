      *****************************************************
      * CWSODC.CPY - Segregacao de funcoes                 *
      * (CALL "CWSODC" USING PARAMETROS-CWSODC).  Regras   *
      * "SD": conjuntos de programas de menu que nao podem *
      * se encontrar no acesso combinado de um usuario.    *
      *   "U" carrega do "PS" de CWSODC-USUARIO o nivel, o *
      *       grupo titular (1), os adicionais (2)-(6) e a *
      *       elevacao ainda nao vencida (7 + NIVEL-ELEV); *
      *       CWSODC-EXISTE "N" = usuario nao cadastrado   *
      *   "V" confere o acesso descrito nos parametros     *
      *       contra as regras: violacao = dois ou mais    *
      *       programas da regra alcancaveis (nivel do     *
      *       menu e uniao dos grupos; titular em branco = *
      *       sem restricoes).  Devolve as violacoes com a *
      *       ultima justificativa aceita ("SX"), se houver*
      *   "J" confere e, havendo violacao, mostra o        *
      *       conflito e exige justificativa e confirmacao *
      *       para liberar (CWSODC-LIBERADO "S"/"N"); a    *
      *       liberacao grava o "SX" de cada regra e vai   *
      *       para a auditoria e o SIEM                    *
      * O chamador preenche os campos propostos entre o    *
      * "U" e o "V"/"J".  Pressupoe o CWCONF ja aberto;    *
      * le o arquivo: chamar fora de varredura "NEXT".     *
      *****************************************************
       01  PARAMETROS-CWSODC.
           05 CWSODC-FUNCAO              PIC  X(001) VALUE "V".
              88 CWSODC-CARREGA                       VALUE "U".
              88 CWSODC-VERIFICA                      VALUE "V".
              88 CWSODC-JUSTIFICA                     VALUE "J".
           05 CWSODC-USUARIO             PIC  X(030) VALUE SPACES.
           05 CWSODC-ORIGEM              PIC  X(008) VALUE SPACES.
           05 CWSODC-EXISTE              PIC  X(001) VALUE SPACE.
           05 CWSODC-NIVEL               PIC  9(001) VALUE 0.
           05 CWSODC-NIVEL-ELEV          PIC  9(001) VALUE 0.
           05 CWSODC-GRUPO OCCURS 7      PIC  X(022).
           05 CWSODC-LIBERADO            PIC  X(001) VALUE SPACE.
           05 CWSODC-JUSTIFICATIVA       PIC  X(050) VALUE SPACES.
           05 CWSODC-VIOLACOES           PIC  9(002) VALUE 0.
           05 CWSODC-VIOLACAO OCCURS 10.
              10 CWSODC-REGRA            PIC  X(007).
              10 CWSODC-DESCRICAO        PIC  X(040).
              10 CWSODC-PROGRAMAS        PIC  X(045).
              10 CWSODC-SX-TEXTO         PIC  X(050).
              10 CWSODC-SX-POR           PIC  X(030).
              10 CWSODC-SX-DATA          PIC  9(008).
