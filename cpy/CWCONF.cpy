      *    monitoramento (como os ja existentes antes deste campo
      *    existir); ULTIMO-KB/DATA sao gravados pela propria CWLSTC
      *    a cada vez que a listagem de Arquivos e' rodada
      *
      *    Arquivo de dados indexado ("02"): CWCONF-JOB-TIPO = "I"
      *    (campo "JB", livre neste tipo) marca o arquivo como
      *    indexado; a chave primaria, tirada pelo CWDDMN dos
      *    campos "K" do layout "DD" 01, fica com a posicao em
      *    CWCONF-PAGINA e o tamanho em CWCONF-QUADRO (campos de
      *    menu, livres neste tipo).  So' arquivos com a chave
      *    primaria nos bytes 1 a 60 sao aceitos, que e' a chave
      *    fisica do CWDIDX.  CWBRWS, CWDMNT e CWSCAN acessam o
      *    arquivo pela chave via CWDIDX (copy CWDIDX).
           05 CWCONF-TAMANHO-LIMITE-KB  PIC  9(009) VALUE 0.
           05 CWCONF-TAMANHO-ULTIMO-KB  PIC  9(009) VALUE 0.
           05 CWCONF-TAMANHO-DATA       PIC  9(008) VALUE 0.
      *    marca a fila da impressora pausada - o CWPQUE pausa
      *    sozinho quando o device (ou o CWCONF-IP/PORTA) nao
      *    responde e despausa quando volta.
      *    Formularios especiais: no "03" CWCONF-TIPO-FORM (campo
      *    "94", livre neste tipo) = formulario montado (espacos =
      *    papel comum); no "PQ" = formulario pedido pelo "94" do
      *    relatorio, e CWCONF-AP-STATUS "F" = aguardando o
      *    formulario ser montado.  Cada impressao em formulario
      *    especial grava um "FU" (chave = data (8) + hora (8) +
      *    impressora (8) + sequencia (5)): CWCONF-TIPO-FORM,
      *    CWCONF-RELATORIO, CWCONF-NOME = usuario, CWCONF-TAMANHO-
      *    LIMITE-KB = paginas, primeira numeracao em CWCONF-
      *    TAMANHO-ULTIMO-KB, ultima em CWCONF-UC-CONTADOR (zero =
      *    ainda nao anotada) e quem anotou em CWCONF-CHANGELOG-
      *    USUARIO/DATA.
           05 CWCONF-EJECT-MODE         PIC  X(002).
           05 CWCONF-EJECT-MODE-OLD     PIC  X(002).
           05 CWCONF-ESTILO             PIC  X(030).
           05 CWCONF-CHANGELOG-NOTA     PIC  X(050) VALUE SPACES.
      *    Ultima opcao de menu por usuario ("ML") - Requisicao 017.
      *    CWCONF-CHAVE = usuario (26 bytes) + pagina (4 digitos)
      *    No "PS" e na linha do grupo "GU" (sem programa), livre
      *    nesses tipos, e' o limite de sessoes "LD" simultaneas do
      *    usuario (o do "PS" vale sobre o do grupo; zero ou nao
      *    numerico = sem limite), mantido pelo CWSLIM e aplicado
      *    no logon do CWMEN0, que oferece assumir uma das outras
      *    sessoes (logoff forcado como o do console CWLOGD).
           05 CWCONF-ML-OPCAO           PIC  9(003).
      *    Jobs ("JB")
           05 CWCONF-JOB                PIC  X(007).
      *    ponto de retomada) e na reabertura da janela retoma dali
      *    com evento "R" - atraso de fim de mes vira rotina, nao
      *    incidente.  Corte e retomada mantidos pelo CWJANM.
      *    O dono da corrente (conta de servico "PS") fica em
      *    CWCONF-NOME do "JB" cabeca; um passo com dono proprio no
      *    seu "JB" prevalece sobre o da cabeca.
      *
      *    Journal de execucao de jobs ("JE", chave = job (7) + data
      *    (8) + hora de inicio (6)) - Requisicao 030.  Um registro
      *    em CWCONF-UC-CONTADOR, "S"/"N" em CWCONF-JOB-ULTIMO-RC,
      *    modulo em CWCONF-JOB-MODULO e o sucessor efetivamente
      *    lancado em CWCONF-JOB-PROXIMO-RC-OK.  Listagem 17 do
      *    CWLSTC e navegacao pelo CWJOBV.  O dia de processamento
      *    ("DP") em que o passo rodou vai em CWCONF-JOB-ULTIMA-DATA
      *    (registros antigos, sem ele, valem pela data de inicio).
      *    Com evento "I" o CWJOBL grava o "JE" no inicio do passo
      *    (fim zerado, CWCONF-JOB-ULTIMO-RC em branco = em execucao);
      *    o vigia CWJOBW anota em CWCONF-AP-STATUS o alerta ja dado
      *    ("A" alem da base, "C" alem do corte, "B" ambos).  A
      *    identidade com que o passo rodou (dono da corrente) vai em
      *    CWCONF-NOME; espacos = usuario do executor.
      *
      *    Tempo de referencia de job ("JT", chave = job (7)),
      *    calculado pelo CWJOBW das execucoes OK do "JE": media em
      *    minutos em CWCONF-TAMANHO-LIMITE-KB, pior tempo normal em
      *    CWCONF-TAMANHO-ULTIMO-KB, amostras em CWCONF-UC-CONTADOR,
      *    data do calculo em CWCONF-TAMANHO-DATA e margem % propria
      *    do job em CWCONF-EXPIRE (zero = CWJOBW_MARGEM).
      *
      *    Roteiro de fechamento mensal ("FC", chave = periodo
      *    AAAAMM (6) + ordem (3); periodo 000000 = modelo), mantido
      *    pelo CWFECH: descricao em CWCONF-JOB-MENSAGEM, "A"
      *    (automatico) ou "M" (manual) em CWCONF-JOB-TIPO, job do
      *    item automatico em CWCONF-JOB, nivel exigido do item
      *    manual em CWCONF-NIVEL-PS, "S" = concluido em CWCONF-AP-
      *    STATUS, quem concluiu em CWCONF-AP-APROVADOR, quando em
      *    CWCONF-ULTIMO-LOGIN-DATA/HORA, observacao em CWCONF-
      *    CHANGELOG-NOTA e abertura do periodo em CWCONF-LD-SINAL-
      *    DATA/HORA.
      *
      *    Livro de turno ("TN", chave = data (8) + hora (6) + task
      *    (6)), do CWTURN: tipo em CWCONF-JOB-TIPO ("I" incidente,
      *    "L" ligacao, "P" pendencia, "O" outros, "H" passagem de
      *    turno, "A" aceite), texto em CWCONF-JOB-PARAMETRO e
      *    operador em CWCONF-NOME.  Na passagem "H", CWCONF-AP-
      *    STATUS = "A" quando aceita, por CWCONF-AP-APROVADOR em
      *    CWCONF-ULTIMO-LOGIN-DATA/HORA.
      *
      *    Predecessores de job ("JP", chave = job (7)), mantidos
      *    pelo CWJOBP: ate 10 jobs, de qualquer corrente, em
      *    CWCONF-NM-OPCAO (1..10) (1: 7), que precisam ter terminado
      *    OK ("JE") no mesmo dia de processamento antes do job ser
      *    lancado.  O CWJOBD confere (chamado pelo executor antes
      *    de lancar o job); o CWJOBL, a cada passo OK, grava no "JP"
      *    dos jobs liberados o dia em CWCONF-JOB-ULTIMA-DATA e a
      *    hora em CWCONF-ULTIMO-LOGIN-DATA/HORA.  Ciclos entre
      *    predecessores (e sucessores de corrente) sao recusados na
      *    gravacao.
      *    Relatorios ("94")
           05 CWCONF-RELATORIO          PIC  X(007).
           05 CWCONF-NAME-REPORT        PIC  X(023).
      *    auditoria.  Classificacao mantida pelo proprio CWSPLM.
           05 CWCONF-SIGILO             PIC  X(001) VALUE SPACE.
              88 CWCONF-SIGILOSO                    VALUE "C".
      *    Vias do relatorio "94" (original e copias) em
      *    CWCONF-NM-OPCAO (1) a (5) (campo de menu, livre neste
      *    tipo): bytes 1-8 = impressora "03" da via (espacos = a do
      *    relatorio; nome sem "03" = via de arquivo, retida no
      *    spool), bytes 9-28 = rotulo carimbado no cabecalho de
      *    cada pagina.  A primeira via vazia encerra a lista; sem
      *    vias o relatorio sai como sempre.  O CWIMPR gera e
      *    enfileira todas as vias numa rodada e cada via conta em
      *    separado no "CA"; mantidas pelo CWSPLM.
      *    Grupos de usuarios ("GU")
           05 CWCONF-NOME-GRUPO         PIC  X(030).
           05 CWCONF-ADM                PIC  X(001).
      *    passando o caminho renomeado como parametro - o arquivo
      *    disparador fica registrado na auditoria junto com a
      *    rodada.
      *    No "TG" tambem: diretorio de quarentena em
      *    CWCONF-DESTINO-END (por falta QUARENTENA abaixo do
      *    diretorio vigiado) e o trailer do arquivo - registro
      *    trailer em CWCONF-PAGINA (posicao) / CWCONF-QUADRO
      *    (tamanho) / CWCONF-TIPO-FORM (valor), tamanho zero = o
      *    ultimo registro; quantidade no trailer em
      *    CWCONF-SIZE-P-99 (1) / CWCONF-FATOR-P-99 (1); total no
      *    trailer e valor no detalhe em (2) e (3) com decimais em
      *    CWCONF-NIVEL e tipo N/S (com sinal) em CWCONF-CHECK;
      *    registro detalhe em CWCONF-SIZE-S-99 (3) /
      *    CWCONF-FATOR-S-99 (3) / CWCONF-HELP (3) (sem selecao =
      *    todos menos o trailer).
      *
      *    Recebimento de arquivo ("RB", chave = soma de controle do
      *    conteudo (30, "#" + data + hora quando vazio ou ilegivel)
      *    + sequencia (2)), gravado pelo CWRECB a cada arquivo que
      *    o CWWTCH toma: CWCONF-RELATORIO = gatilho, CWCONF-JOB =
      *    corrente, CWCONF-LABEL = nome recebido,
      *    CWCONF-DESTINO-END = onde o arquivo esta,
      *    CWCONF-TAMANHO-LIMITE-KB = bytes,
      *    CWCONF-TAMANHO-ULTIMO-KB = registros, CWCONF-UC-CONTADOR
      *    = detalhes, CWCONF-ULTIMO-LOGIN-DATA/HORA = chegada,
      *    CWCONF-JOB-ULTIMA-DATA = data de processamento,
      *    CWCONF-NOME = usuario, CWCONF-AP-STATUS = situacao
      *    (L liberado, D duplicado, T trailer divergente, E
      *    ilegivel, X sem executor), CWCONF-JOB-MENSAGEM = motivo,
      *    CWCONF-JOB-PARAMETRO = totais do trailer e os lidos,
      *    CWCONF-JOB-ULTIMO-RC = resultado da corrente (S/N, branco
      *    = ainda rodando) e CWCONF-LD-SINAL-DATA/HORA = fim dela.
      *
      *    Destino de entrega de arquivos ("ED", chave = codigo de
      *    7), mantido pelo CWENTR: CWCONF-LABEL = parceiro,
      *    CWCONF-JOB-TIPO = metodo (P pasta compartilhada, S SFTP),
      *    CWCONF-DESTINO-END = diretorio alvo,
      *    CWCONF-AUTH-SERVIDOR / CWCONF-PORTA = servidor SFTP,
      *    CWCONF-USUARIO = usuario remoto, CWCONF-ARQUIVO = NOME da
      *    variavel de ambiente com a credencial (chave privada do
      *    SFTP ou senha da pasta; o valor nunca e' gravado aqui),
      *    CWCONF-TENTATIVAS = maximo de tentativas e CWCONF-EXPIRE
      *    = intervalo entre elas em minutos.  O passo de entrega da
      *    corrente e' um "JB" com CWCONF-JOB-MODULO = CWENTR e
      *    CWCONF-JOB-PARAMETRO = destino e arquivo.
      *    Entrega ("EE", chave = data (8) + hora (8) + task (6) da
      *    abertura): CWCONF-RELATORIO = destino, CWCONF-DESTINO-END
      *    = arquivo local, CWCONF-LABEL = nome entregue,
      *    CWCONF-AP-STATUS = P pendente / E entregue / F falhou,
      *    CWCONF-TENTATIVAS = tentativas feitas,
      *    CWCONF-LD-SINAL-DATA/HORA = proxima tentativa,
      *    CWCONF-ULTIMO-LOGIN-DATA/HORA = entregue em,
      *    CWCONF-TAMANHO-LIMITE-KB = bytes, CWCONF-JOB-MENSAGEM =
      *    recibo ou motivo da falha, CWCONF-NOME = quem abriu.
      *    Log de entrega ("EA", chave = chave do "EE" (22) +
      *    tentativa (3)): data/hora em CWCONF-ULTIMO-LOGIN-DATA/
      *    HORA, resultado E/F em CWCONF-AP-STATUS, recibo ou motivo
      *    em CWCONF-JOB-MENSAGEM e quem tentou em CWCONF-NOME.
      *
      *    Regra de segregacao de funcoes ("SD", chave = codigo de
      *    7), mantida pelo CWSODM: descricao em CWCONF-LABEL e de 2
      *    a 10 programas de menu em CWCONF-PROG (1) a (10) que nao
      *    podem se encontrar no acesso combinado de um usuario
      *    (titular, adicionais e elevacao).  Conferida pelo CWSODC
      *    (copy CWSODC) no CWAPRV, CWUSRG e CWELEV.  Liberacao
      *    justificada ("SX", chave = regra (7) + usuario (25
      *    primeiros bytes)): usuario em CWCONF-NOME, justificativa
      *    em CWCONF-JOB-MENSAGEM, quem liberou em
      *    CWCONF-AP-APROVADOR, quando em CWCONF-CHANGELOG-DATA,
      *    programa de origem em CWCONF-JOB e os programas em
      *    conflito em CWCONF-LABEL.
      *
      *    Formulario de parametros de opcao de menu ("PR", chave =
      *    pagina (4) + opcao (2) + tipo do registro de menu (2,
      *    junto com os CWCONF-JOB-BLACKOUT - o feriado de Carnaval
      *    passa a morar num lugar so.
      *
      *    Data de processamento da casa ("DP", chave fixa
      *    "PROCESSAMENTO"), mantida pelo CWDTPR: data corrente em
      *    CWCONF-JOB-ULTIMA-DATA, data anterior ao ultimo avanco
      *    (alvo do retrocesso) em CWCONF-BL-INICIO, dias uteis em
      *    CWCONF-JOB-DIAS-SEMANA (domingo a sabado, "CL" feriado
      *    conta como domingo) e quem mexeu por ultimo em
      *    CWCONF-NOME e CWCONF-ULTIMO-LOGIN-DATA/HORA.  O mes
      *    contabil e' o AAAAMM da data.  So o avanco de fim de dia
      *    (passo CWDTPR da corrente) move a data; a rodada que
      *    atravessa a meia-noite continua no dia de negocio.  O
      *    CWDTSB troca os simbolos &DTPROC, &DTPROCF, &DTANT,
      *    &DTPROX, &MESCTB e &MESANT - o executor "JB" (fora deste
      *    repositorio) sobre CWCONF-JOB-PARAMETRO antes de cada
      *    passo, o CWMEN0 sobre os padroes do formulario "PR"
      *    (CWPRMM) e o CWIMPR sobre titulo, subtitulo e nota.
      *
      *    Autenticacao externa (registro "00") - espaco mantem a
      *    senha local do "PS" como sempre foi; "O" valida a senha
      *    digitada no sistema operacional e "L" num diretorio LDAP
      *    "*" = regra geral): dias de retencao das listagens em
      *    CWCONF-EXPIRE (campo de "PS", livre neste tipo), aplicados
      *    pelo gerenciador de spool CWSPLM (sem registro, 90 dias).
      *    Arquivo morto: dias ate a listagem ir compactada para o
      *    CWSPLM_ARQUIVO em CWCONF-PAGINA (zero = nao arquiva) e
      *    anos que ela fica la em CWCONF-QUADRO (zero = para sempre)
      *    - campos de menu, livres neste tipo.
      *    Indice do arquivo morto ("SA", chave = relatorio (7) +
      *    data da listagem (8) + usuario (11 primeiros bytes) +
      *    sequencia (6)): listagem original em CWCONF-ARQUIVO,
      *    arquivo compactado em CWCONF-DESTINO-END, usuario em
      *    CWCONF-NOME, KB em CWCONF-TAMANHO-LIMITE-KB, arquivada em
      *    CWCONF-BL-INICIO e expurgo a partir de CWCONF-BL-FIM (zero
      *    = nunca).
      *    Guarda legal ("LH", chave = relatorio (7) + de (8) + ate
      *    (8) + hora da inclusao (6)): CWCONF-ARQUIVO = uma listagem
      *    so (branco = todas as execucoes do periodo), motivo em
      *    CWCONF-LABEL, quem incluiu em CWCONF-NOME e quando em
      *    CWCONF-ULTIMO-LOGIN-DATA/HORA.  Listagem (ou entrada "SA")
      *    em guarda nao sai por retencao, expurgo nem exclusao.
      *
      *    Retencao dos tipos que so crescem ("RP", chave = tipo (2))
      *    - Requisicao 041: meses a manter em CWCONF-EXPIRE, zero ou
      *    de registro, reusando os campos de pagina de menu -
      *    CWCONF-NM-OPCAO (i) = nome do campo, CWCONF-SIZE-P-99 (i)
      *    = posicao, CWCONF-FATOR-P-99 (i) = tamanho, CWCONF-CHECK
      *    (i) = tipo (C caracteres, N numerico, S numerico com
      *    sinal, P compactado, B binario, D data), CWCONF-NIVEL (i)
      *    = decimais, CWCONF-HELP (i) (1:8) = formato da data
      *    (AAAAMMDD ou DDMMAAAA) e CWCONF-PASS (i) (1:1) = "K" para
      *    campo de chave.  Tipos alem do C sao convertidos de/para
      *    texto pelo CWDDCV (copy CWDDCV, onde estao as regras).  Num
      *    arquivo com registros de cabecalho e detalhe, o layout
      *    que vale para cada registro e' escolhido pelo codigo de
      *    tipo: posicao em CWCONF-PAGINA, tamanho em CWCONF-QUADRO
      *    e valor em CWCONF-TIPO-FORM (campos livres neste tipo;
      *    posicao/tamanho zerados = layout generico, como os "01"
      *    gravados antes).  Mantido pelo CWDDMN e honrado por
      *    CWBRWS, CWDMNT, CWSCAN e CWLOAD.  CWCONF-PASS (i) (2:5) =
      *    classe sensivel do campo (registro "DS"); branco = campo
      *    comum.
      *
      *    Referencias do dicionario ("DR", mesma chave do "DD"):
      *    CWCONF-NM-OPCAO (i) (1:30) = arquivo do cadastro "02" em
      *    cuja chave (campos "K" do layout 01 dele) o valor do
      *    campo (i) do "DD" tem de existir; branco = sem referencia.
      *    Campo em branco/zeros conta como nao informado.  Mantido
      *    pelo CWDDMN; o CWDDRF (copy CWDDRF) confere - o CWDMNT
      *    recusa o valor que nao existe e avisa na exclusao de
      *    registro ainda citado, o CWLOAD rejeita a linha e o CWSCAN
      *    aponta o orfao (RETURN-CODE 8).
      *
      *    Classe de dado sensivel ("DS", chave = classe (5) em
      *    CWCONF-CHAVE (1:5)): descricao em CWCONF-LABEL e ate 8
      *    grupos que veem o valor em claro em CWCONF-NM-OPCAO (1) a
      *    (8) (1:22).  Mantido pelo CWDSCL; o CWDDMK (copy CWDDMK)
      *    decide, mascara e audita - CWBRWS, CWDMNT, CWRELT e CWDBCM
      *    mostram mascarado para os demais grupos e gravam cada
      *    exibicao em claro na auditoria; a copia mascarada do
      *    CWDBKP (CWDBMK) embaralha os campos da classe.
      *
      *    Regra de arquivamento ("DA", chave = arquivo "02" (30)):
      *    campo data do "DD" (tipo D) em CWCONF-NM-OPCAO (1) e
      *    retencao em dias em CWCONF-PAGINA.  Indice dos
      *    arquivamentos ("DX", chave = data e hora da rodada (14) +
      *    ordem da regra (3)): arquivo em CWCONF-ARQUIVO, diretorio
      *    em CWCONF-DESTINO-END (arquivo datado = diretorio/arquivo
      *    .A + data e hora), organizacao "L"/"R" em CWCONF-JOB-TIPO,
      *    registros em CWCONF-TAMANHO-LIMITE-KB, data de corte em
      *    CWCONF-TAMANHO-DATA, datas menor/maior em CWCONF-BL-
      *    INICIO/FIM, chaves primeira/ultima em CWCONF-PERGUNTA/
      *    PERGUNTA-2 e usuario em CWCONF-NOME.  Mantidos pelo CWDARQ.
      *
      *    Relatorio do dicionario ("RA", chave = nome (7), que e'
      *    tambem o codigo CWIMPR do relatorio): titulo em
      *    CWCONF-LABEL, arquivo "02" em CWCONF-ARQUIVO, layout "DD"
      *    em CWCONF-QUADRO e ordem "A"/"D" em CWCONF-JOB-TIPO.
      *    CWCONF-NM-OPCAO (1) a (10) = colunas (PASS (i) (1:1) = "T"
      *    totaliza), (11) a (15) = filtros (PASS (i) (1:2) =
      *    operador =, <>, >, <, >=, <= e HELP (i) = valor) e (16) a
      *    (18) = classificacao (PASS (i) (1:1) = "Q" quebra com
      *    subtotal).  Mantido e emitido pelo CWRELT.
      *
      *    Texto de help ("HT", chave = programa (8) + linha (3)):
      *    cada registro e' uma linha de ate 60 colunas do help do
      *    Tarifas, centros de custo e o demonstrativo mensal por
      *    centro de custo (sobre os registros "CA") sao do CWCHGB.
           05 CWCONF-CENTRO-CUSTO       PIC  X(008) VALUE SPACES.
      *    Conta de servico: "S" = usuario "PS" nao interativo, dono
      *    de correntes "JB" (nome do dono em CWCONF-NOME do "JB"
      *    cabeca, mantido no CWJANM).  Nao entra no menu; os passos
      *    da corrente rodam com os grupos, spool, impressora e centro
      *    de custo dela (CWJOBL exporta CWRUNAS, CWGETS troca o
      *    usuario no CWIMPR e no CWDMNT).  Marcada pelo CWUSRG.
           05 CWCONF-CONTA-SERVICO      PIC  X(001).
              88 CWCONF-SERVICO                        VALUE "S".
      *    Conta de terceiro (consultor, temporario) no "PS", mantida
      *    pelo CWTERC: fim da conta em CWCONF-JOB-ULTIMA-DATA (zero
      *    = sem fim, como sempre) e o funcionario patrocinador em
      *    CWCONF-NM-OPCAO (16) (1:30) (campos livres neste tipo).
      *    Depois do fim o CWMEN0 recusa o logon e o passo de lote do
      *    CWTERC bloqueia a conta (CWCONF-BLOQUEADO = 1, com
      *    CWCONF-LD-DERRUBAR = "F" marcando o bloqueio pelo fim do
      *    contrato).  Prorrogar o fim (ou tira-lo) vai como "AP" com
      *    CWCONF-JOB = "CWTERC" e so vale com a aprovacao no CWAPRV,
      *    que desbloqueia a conta bloqueada pelo fim.
      *    Lembrete de renovacao ("TA", chave = patrocinador (30)),
      *    refeito a cada passo de lote do CWTERC: contas dele que
      *    vencem nos proximos CWTERC_AVISO dias (15 por falta) em
      *    CWCONF-UC-CONTADOR, o primeiro fim em CWCONF-BL-FIM e o
      *    dia do calculo em CWCONF-ULTIMO-LOGIN-DATA - exibido pelo
      *    CWMEN0 no logon do patrocinador.
      *    Prazo e escalonamento das pendencias "AP" (CWAPRV) e "RI"
      *    (CWRCRT): data limite em CWCONF-AP-PRAZO (CWPRAZ_APROVACAO
      *    dias apos a solicitacao, 5 por falta; na campanha, o prazo
      *    dado na abertura ou CWPRAZ_REVISAO, 30 por falta) e nivel
      *    de administrador dono em CWCONF-AP-NIVEL (8; vencida, o
      *    CWPRAZ escala para 9 - vai para a auditoria, o SIEM e o
      *    lembrete de logon do CWMEN0).  Registros gravados antes
      *    destes campos ganham prazo e nivel na primeira varredura
      *    do CWPRAZ.  Enquanto pendente, CWCONF-AP-APROVADOR do "AP"
      *    = aprovador designado (espacos = qualquer administrador).
      *    Parecer dado por substituto: CWCONF-AP-DELEGADO = "S" e o
      *    titular em nome de quem agiu em CWCONF-CHANGELOG-NOTA
      *    (livre em "PS", "GU" e "RI").  Relatorio de idade das
      *    pendencias no CWPEND.
      *
      *    Delegacao de aprovador ("DL", chave = titular (30)),
      *    mantida pelo titular no CWAPRV: substituto em CWCONF-NOME,
      *    vigencia em CWCONF-BL-INICIO/FIM e quando foi dada em
      *    CWCONF-ULTIMO-LOGIN-DATA/HORA.  Dentro da vigencia o
      *    substituto aprova no CWAPRV e revisa no CWRCRT no lugar
      *    do titular (conferido pelo CWPRAZ, copy CWPRAZ).
           05 CWCONF-AP-PRAZO           PIC  9(008).
           05 CWCONF-AP-NIVEL           PIC  9(001).
           05 CWCONF-AP-DELEGADO        PIC  X(001).
              88 CWCONF-AP-POR-DELEGACAO               VALUE "S".
      *    Cadastro de estacoes ("ET", chave = nome da estacao (30),
      *    o mesmo que o CWMEN0 apura no logon), mantido pelo CWESTM:
      *    localizacao em CWCONF-LABEL, filial em CWCONF-ARQUIVO e a
      *    impressora "03" mais proxima em CWCONF-PRINTER-DEFAULT.
      *    Estacao fora do cadastro ("EN", mesma chave), gravada pelo
      *    logon do CWMEN0 e apagada quando a estacao e' cadastrada:
      *    ultimo usuario em CWCONF-NOME, primeiro logon em
      *    CWCONF-BL-INICIO, ultimo em CWCONF-ULTIMO-LOGIN-DATA/HORA
      *    e logons em CWCONF-UC-CONTADOR.
      *    No "PS", "S" abaixo = imprimir na impressora da estacao do
      *    logon (CWIMPR; estacao sem cadastro ou sem impressora fica
      *    com CWCONF-PRINTER-DEFAULT, e o "94" continua mandando).
           05 CWCONF-IMPRESSORA-ESTACAO PIC  X(001).
              88 CWCONF-USA-IMPRESSORA-ESTACAO         VALUE "S".
      *    Selo dos grupos ("GV", chave = "GRUPOS"): contador em
      *    CWCONF-TAMANHO-LIMITE-KB somado a cada alteracao aplicada
      *    num "GU" (CWAPRV), com quem e quando em CWCONF-NOME e
      *    CWCONF-ULTIMO-LOGIN-DATA/HORA.  O CWMEN0 resolve as
      *    permissoes de grupo uma vez por sessao e so as refaz
      *    quando o grupo efetivo muda ou o contador anda, conferido
      *    a cada pagina desenhada.  Quem gravar "GU" por fora deve
      *    somar 1 no contador para valer sem novo logon.
      *    Ambientes ("AM", chave = codigo do ambiente (10)), mantidos
      *    pelo CWAMBM: descricao em CWCONF-LABEL, tipo em
      *    CWCONF-DESTINO ("P" producao, "H" homologacao, "T"
      *    treinamento), CWCONF do ambiente em CWCONF-DESTINO-END
      *    (espacos = o proprio CWCONF do logon), path de dados em
      *    CWCONF-PERGUNTA (espacos = diretorio corrente), path de
      *    spool em CWCONF-PATH-SPOOL (espacos = o do "PS"), cores
      *    da faixa em CWCONF-PAGINA (frente) e CWCONF-QUADRO (fundo;
      *    os dois zero = cores do tipo) e usuarios ou grupos em
      *    CWCONF-NM-OPCAO (1) a (20) (1:30) (todos vazios = todos).
      *    Os "AM" ficam no CWCONF do logon; quem tem mais de um
      *    escolhe no logon do CWMEN0 e precisa existir como "PS" no
      *    CWCONF do ambiente.  Como o path de dados vira o diretorio
      *    corrente, CWCONF e spool do ambiente devem ter caminho
      *    completo.  O CWAMBR refaz o treinamento a partir de uma
      *    geracao do CWDBKP da producao.

      *****************************************************
      * CWGRPS - cursor enxuto de grupos usado no menu     *
