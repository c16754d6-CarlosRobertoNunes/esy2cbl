      *****************************************************
      * CWDDMK.CPY - Campos sensiveis do dicionario "DD"   *
      * (CALL "CWDDMK" USING PARAMETROS-CWDDMK).  O campo  *
      * sensivel leva a classe em CWCONF-PASS (i) (2:5) do *
      * "DD"; a classe ("DS") diz quais grupos veem o      *
      * valor em claro.                                    *
      *   "V" o usuario da sessao (ou a conta de servico   *
      *       do passo, CWGETS) ve a classe em claro?      *
      *       CWDDMK-CLARO "S"/"N".  Classe em branco =    *
      *       campo comum; classe sem registro "DS" so e'  *
      *       vista pelos grupos sem restricao             *
      *   "M" mascara o texto de exibicao CWDDMK-TEXTO:    *
      *       tipos C/N ficam com os 2 ultimos caracteres, *
      *       os numericos com sinal, compactado, binario  *
      *       e data saem so com a pontuacao               *
      *   "E" embaralha o conteudo gravado CWDDMK-CAMPO    *
      *       (tipo/tamanho/decimais/formato do "DD") de   *
      *       forma consistente: o mesmo valor da sempre o *
      *       mesmo embaralhado, em qualquer arquivo, e    *
      *       valores diferentes nunca coincidem (chaves e *
      *       referencias continuam casando).  Semente em  *
      *       CWDDMK_SEMENTE.  Data vira outra data valida *
      *       do mesmo ano                                 *
      *   "A" grava na auditoria a exibicao em claro da    *
      *       classe CWDDMK-CLASSE do arquivo CWDDMK-      *
      *       ARQUIVO pelo programa CWDDMK-PROGRAMA        *
      * "V" le o CWCONF: chamar fora de varredura "NEXT"   *
      * do chamador.  Pressupoe o CWCONF ja aberto.        *
      *****************************************************
       01  PARAMETROS-CWDDMK.
           05 CWDDMK-FUNCAO              PIC  X(001) VALUE "V".
              88 CWDDMK-VERIFICA                      VALUE "V".
              88 CWDDMK-MASCARA                       VALUE "M".
              88 CWDDMK-EMBARALHA                     VALUE "E".
              88 CWDDMK-AUDITA                        VALUE "A".
           05 CWDDMK-CLASSE              PIC  X(005) VALUE SPACES.
           05 CWDDMK-ARQUIVO             PIC  X(030) VALUE SPACES.
           05 CWDDMK-PROGRAMA            PIC  X(008) VALUE SPACES.
           05 CWDDMK-TIPO                PIC  X(001) VALUE "C".
           05 CWDDMK-TAMANHO             PIC  9(003) VALUE 0.
           05 CWDDMK-DECIMAIS            PIC  9(001) VALUE 0.
           05 CWDDMK-FORMATO             PIC  X(008) VALUE SPACES.
           05 CWDDMK-TEXTO               PIC  X(040) VALUE SPACES.
           05 CWDDMK-CAMPO               PIC  X(999) VALUE SPACES.
           05 CWDDMK-CLARO               PIC  X(001) VALUE "N".
              88 CWDDMK-LIBERADO                      VALUE "S".
