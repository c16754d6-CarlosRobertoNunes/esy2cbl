      *****************************************************
      * CWDTSB.CPY - Substituicao de datas de processamento *
      * (CALL "CWDTSB" USING PARAMETROS-CWDTSB).  Troca os  *
      * simbolos abaixo em CWDTSB-TEXTO pelos valores do    *
      * registro "DP" e devolve as datas resolvidas:        *
      *   &DTPROCF  data de processamento DD/MM/AAAA        *
      *   &DTPROC   data de processamento AAAAMMDD          *
      *   &DTANT    dia util anterior AAAAMMDD              *
      *   &DTPROX   proximo dia util AAAAMMDD               *
      *   &MESCTB   mes contabil AAAAMM                     *
      *   &MESANT   mes contabil anterior AAAAMM            *
      * Sem registro "DP" vale a data da maquina, como      *
      * antes do controle existir.                          *
      *****************************************************
       01  PARAMETROS-CWDTSB.
           05 CWDTSB-TEXTO               PIC  X(200) VALUE SPACES.
           05 CWDTSB-DATA-PROC           PIC  9(008) VALUE 0.
           05 CWDTSB-DIA-ANTERIOR        PIC  9(008) VALUE 0.
           05 CWDTSB-DIA-SEGUINTE        PIC  9(008) VALUE 0.
           05 CWDTSB-MES-CONTABIL        PIC  9(006) VALUE 0.
           05 CWDTSB-MES-ANTERIOR        PIC  9(006) VALUE 0.
           05 CWDTSB-ORIGEM              PIC  X(001) VALUE SPACE.
              88 CWDTSB-DO-CONTROLE                    VALUE "D".
              88 CWDTSB-DA-MAQUINA                     VALUE "M".
