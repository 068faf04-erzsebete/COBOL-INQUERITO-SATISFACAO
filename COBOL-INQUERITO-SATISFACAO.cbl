      *                 os recibos, tudo em LEMBRETES.PRN; nos
      *                 per°odos an¢nimos saem apenas contagens por
      *                 departamento, para ninguÇm ser apontado.
      * 2026-10-14  ZB  C¢digos de participaáÑo de uso £nico nos
      *                 per°odos an¢nimos (PARTAAAAQT.DAT): um c¢digo
      *                 aleat¢rio por activo do quadro, impresso no
      *                 lembrete, conferido e queimado nas duas
      *                 recolhas (motivo COD nos rejeitados). O registo
      *                 s¢ diz que o c¢digo foi usado, nunca por que
      *                 resposta, e a lista de faltas passa a saber
      *                 quem falta tambÇm nos per°odos an¢nimos.
      * 2026-10-14  ZB  Rearranque por passo da janela nocturna: cada
      *                 passo fica com in°cio, fim e c¢digo de retorno
      *                 em CTLEXEC.DAT (chave data da execuáÑo +
      *                 per°odo) e a repeti᧵o salta os passos j†
      *                 terminados, salvo rerun completo pedido em
      *                 PARAMS.DAT. EXECUCAO.LOG passa a acumular,
      *                 hist¢rico das execuá§es em HISTEXEC.DAT e
      *                 consulta das £ltimas noites (op᧵o 25).
      * 2026-10-15  ZB  Direcá§es acima dos departamentos
      *                 (DIRECCOES.DAT, manuten᧵o na op᧵o 26) e
      *                 c¢digos de departamento de dois d°gitos (1 a
      *                 99) em todos os ficheiros, com conversÑo £nica
      *                 dos ficheiros antigos (c¢pias .V1 guardadas).
      *                 MEDIA, relat¢rio, anual e alertas com totais
      *                 por direc᧵o; linhas "R" no historial;
      *                 supressÑo complementar nos per°odos an¢nimos.
      * 2026-10-15  ZB  Factores-chave da satisfa᧵o (op᧵o 27 / passo
      *                 K): correla᧵o de cada pergunta com a nota
      *                 global e prioridade por pergunta, da empresa e
      *                 de cada departamento, em FACTORES.PRN; planos
      *                 de ac᧵o tambÇm por pergunta (tipo Pnn).
      * 2026-10-15  ZB  Data de admissÑo e grau no extracto da folha e
      *                 no quadro de pessoal (sincroniza᧵o mantÇm-nos);
      *                 cada resposta guarda a faixa de antiguidade e o
      *                 grau do dia. Quadros por antiguidade e por grau
      *                 x departamento em PERFIL.PRN (op᧵o 28), com
      *                 supressÑo nos per°odos an¢nimos.
      * 2026-10-15  ZB  ãndice da empresa ponderado pelo efectivo de
      *                 cada departamento, ao lado da mÇdia simples, e
      *                 margem de erro (95%, com a taxa de resposta) em
      *                 cada mÇdia. HISTORICO.DAT guarda a margem e o
      *                 °ndice (n°vel "E"); COMPARA-PERIODOS, alertas,
      *                 pacotes e ANUAL.PRN assinalam as variaá§es
      *                 dentro do ru°do.
      * 2026-10-15  ZB  InquÇritos de evento ao lado do trimestral:
      *                 acolhimento (AAAAAT), sa°da (AAAAST) e pulso
      *                 (AAAAPn), com question†rio pr¢prio,
      *                 elegibilidade pelo quadro (data de admissÑo e
      *                 de sa°da) e fecho autom†tico no fim do prazo. O
      *                 tipo vai para respostas, arquivo e historial;
      *                 lista de devidos na sincroniza᧵o e resultados
      *                 por tipo (op᧵o 29).
      * 2026-10-15  ZB  Dados pessoais (op᧵o 30): relat¢rio de acesso
      *                 do titular em todos os ficheiros (RGPD.PRN) e
      *                 apagamento do nome e dos coment†rios, mantendo
      *                 as notas. Registo APAGAMENTOS.DAT, reaplicado
      *                 depois de cada restauro.
      * 2026-10-15  ZB  RevisÑo dos coment†rios livres antes de sa°rem
      *                 (op᧵o 18, M e P): pendente, libertado,
      *                 expurgado ou retido, em MODERACAO.DAT e na
      *                 auditoria. Listagens, pacotes, alertas e CSV s¢
      *                 mostram o texto libertado ou expurgado.
      * 2026-10-15  ZB  Lotes de transaá§es: cabeáalho (lote,
      *                 per°odo, dactil¢grafa) e trailer (registos e
      *                 total das notas) em TRANSACOES.DAT, conferidos
      *                 antes de se cometer nada; lote recusado se nÑo
      *                 bater ou se j† foi carregado. Registo
      *                 LOTES.DAT e balanáo de lotes por per°odo
      *                 (op᧵o 31).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDUSTRIAPORCO.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-DEPARTAMENTOS.

           SELECT FICHEIRO-DIRECCOES ASSIGN TO "DIRECCOES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-DIRECCOES.

           SELECT FICHEIRO-EXTRACTO ASSIGN TO "EXTRACTO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-EXTRACTO.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-ANUAL.

           SELECT FICHEIRO-FACTORES ASSIGN TO "FACTORES.PRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-FACTORES.

           SELECT FICHEIRO-PERFIL ASSIGN TO "PERFIL.PRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-PERFIL.

           SELECT FICHEIRO-PLANOS ASSIGN TO "PLANOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-PLANOS.

      * pacote de impressÑo de um chefe de departamento: o nome leva
      * o c¢digo do departamento (RELATO01.PRN a RELATO99.PRN),
      * montado em NOME-PACK antes de abrir.
           SELECT FICHEIRO-PACK ASSIGN TO NOME-PACK
               ORGANIZATION LINE SEQUENTIAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-LOG.

           SELECT FICHEIRO-CTL-EXEC ASSIGN TO "CTLEXEC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-CTL-EXEC.

           SELECT FICHEIRO-HIST-EXEC ASSIGN TO "HISTEXEC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-HIST-EXEC.

           SELECT FICHEIRO-REJEITADOS ASSIGN TO "REJEITADOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-REJEITADOS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-CHECKPOINT.

      * registo dos c¢digos de participaáÑo de um per°odo an¢nimo: o
      * nome leva o per°odo (PARTAAAAQT.DAT), montado em NOME-CODIGOS
      * antes de abrir.
           SELECT FICHEIRO-CODIGOS ASSIGN TO NOME-CODIGOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-CODIGOS.

      * conversÑo £nica dos ficheiros para o c¢digo de departamento
      * de dois d°gitos: cada ficheiro sequencial Ç copiado tal e
      * qual para <nome>.V1 (com uma marca de fim de c¢pia no £ltimo
      * registo) e reconstru°do a partir dessa c¢pia; os
      * nomes sÑo montados em NOME-CNV-ENTRADA e NOME-CNV-SAIDA antes
      * de abrir.
           SELECT FICHEIRO-CNV-ENTRADA ASSIGN TO NOME-CNV-ENTRADA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-CNV-ENTRADA.

           SELECT FICHEIRO-CNV-SAIDA ASSIGN TO NOME-CNV-SAIDA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-CNV-SAIDA.

      * o ficheiro de respostas no traáado antigo (departamento de
      * um d°gito), s¢ lido pela conversÑo para o descarregar em
      * RESPOSTAS.V1 antes de ser recriado no traáado novo.
           SELECT FICHEIRO-RESP-V1 ASSIGN TO "RESPOSTAS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RV1-MATRICULA
               ALTERNATE RECORD KEY RV1-PERIODO WITH DUPLICATES
               FILE STATUS FS-RESP-V1.

      * resultados de um tipo de inquÇrito (RESULTQ.PRN, RESULTA.PRN,
      * RESULTS.PRN ou RESULTP.PRN), montado em NOME-RESULTADOS
      * antes de abrir.
           SELECT FICHEIRO-RESULTADOS ASSIGN TO NOME-RESULTADOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-RESULTADOS.

      * relat¢rio de dados pessoais de um titular (direito de acesso
      * do RGPD) e registo dos apagamentos feitos a pedido.
           SELECT FICHEIRO-RGPD ASSIGN TO "RGPD.PRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-RGPD.

           SELECT FICHEIRO-APAGAMENTOS ASSIGN TO "APAGAMENTOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-APAGAMENTOS.

      * decisÑo da revisÑo de cada coment†rio livre antes de poder
      * sair em listagens, pacotes, alertas ou no CSV.
           SELECT FICHEIRO-MODERACAO ASSIGN TO "MODERACAO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-MODERACAO.

      * registo de todos os lotes de transaá§es apresentados · carga
      * e balanáo dos lotes de um per°odo para a conferÉncia.
           SELECT FICHEIRO-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-LOTES.

           SELECT FICHEIRO-BALANCO ASSIGN TO "BALANCO.PRN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FS-BALANCO.

       DATA DIVISION.
       FILE SECTION.
      * FR-NOTA guarda a nota global do respondente (mÇdia arredondada
      * das perguntas), para as listagens e o historial continuarem a
      * funcionar como atÇ aqui; FR-NOTA-Q guarda a nota dada a cada
      * pergunta do question†rio em vigor (PERGUNTAS.DAT).
      * FR-ANTIGUIDADE e FR-GRAU sÑo a faixa de antiguidade e o grau
      * do respondente no quadro de pessoal no dia da recolha (ver
      * APURA-PERFIL-RESPONDENTE); "0"/brancos = sem informa᧵o.
      * FR-TIPO Ç o tipo de inquÇrito do per°odo da resposta ("Q"
      * trimestral, "A" acolhimento, "S" sa°da, "P" pulso).
       FD  FICHEIRO-RESPOSTAS.
       01  FR-REGISTO.
           05 FR-MATRICULA      PIC 9(5).
           05 FR-NOME           PIC X(12).
           05 FR-DEP            PIC 9(2).
           05 FR-NOTA           PIC 9.
           05 FR-NOTAS.
              10 FR-NOTA-Q      PIC 9 OCCURS 10 TIMES.
           05 FR-COMENTARIO     PIC X(40).
           05 FR-PERIODO        PIC X(6).
           05 FR-ANTIGUIDADE    PIC X.
           05 FR-GRAU           PIC X(2).
           05 FR-TIPO           PIC X.

      * TRANS-NOTA-Q transporta a nota de cada pergunta do
      * question†rio; s¢ as primeiras QTD-PERGUNTAS posiá§es sÑo
      * consideradas. TRANS-DEP mantÇm-se no formul†rio mas o
      * departamento passou a vir do quadro de pessoal. Num per°odo
      * an¢nimo o formul†rio nÑo leva nome: o respondente
      * identifica-se pelo c¢digo de participaáÑo (TRANS-CODIGO).
       FD  FICHEIRO-TRANSACOES.
       01  TRANS-REGISTO.
           05 TRANS-NOME        PIC X(12).
           05 TRANS-DEP         PIC 9(2).
           05 TRANS-NOTAS.
              10 TRANS-NOTA-Q   PIC 9 OCCURS 10 TIMES.
           05 TRANS-COMENTARIO  PIC X(40).
           05 TRANS-CODIGO      PIC X(6).
      * cada ficheiro Ç um lote: o primeiro registo Ç o cabeáalho
      * ("*CAB") e o £ltimo o trailer ("*FIM"), com o n£mero de
      * registos de respostas e o total de todas as notas. TCB-ORIGEM
      * Ç o lote cujos rejeitados este volta a submeter (zeros se for
      * um lote novo).
       01  TRANS-CABECALHO.
           05 TCB-MARCA         PIC X(4).
           05 TCB-LOTE          PIC 9(6).
           05 TCB-PERIODO       PIC X(6).
           05 TCB-DACTILOGRAFA  PIC X(8).
           05 TCB-ORIGEM        PIC 9(6).
           05 FILLER            PIC X(40).
       01  TRANS-TRAILER.
           05 TFM-MARCA         PIC X(4).
           05 TFM-LOTE          PIC 9(6).
           05 TFM-REGISTOS      PIC 9(5).
           05 TFM-TOTAL-NOTAS   PIC 9(8).
           05 FILLER            PIC X(47).

      * HIST-NIVEL diz a que se refere a mÇdia: "D"=departamento
      * (HIST-DEP Ç o c¢digo do departamento), "R"=direc᧵o
      * (HIST-DEP Ç o c¢digo da direc᧵o) ou "E"=°ndice da empresa
      * ponderado pelo efectivo de cada departamento (HIST-DEP 00).
      * HIST-MARGEM Ç a margem de erro (95%) dessa mÇdia; fica em
      * branco quando nÑo se pode calcular (e nos registos antigos).
      * HIST-TIPO Ç o tipo de inquÇrito do per°odo (em branco nos
      * registos antigos, que sÑo todos trimestrais).
       FD  FICHEIRO-HISTORICO.
       01  HIST-REGISTO.
           05 HIST-PERIODO      PIC X(6).
           05 HIST-DEP          PIC 9(2).
           05 HIST-MEDIA        PIC Z.Z.
           05 HIST-NIVEL        PIC X.
           05 HIST-MARGEM       PIC 9V99.
           05 HIST-MARGEM-X     REDEFINES HIST-MARGEM PIC X(3).
           05 HIST-TIPO         PIC X.

      * AUD-TIPO distingue a passagem normal pelo menu ("MEN") das
      * correcá§es ("COR") e anulaá§es ("ANU") de respostas, que
      * levam tambÇm a imagem antes/depois do registo alterado. As
      * decis§es da revisÑo dos coment†rios ("LIB", "EXP", "RET")
      * levam o texto escrito antes e o publicado depois.
       FD  FICHEIRO-AUDITORIA.
       01  AUD-REGISTO.
           05 AUD-OPERADOR      PIC X(8).
           05 AUD-HORA          PIC 9(8).
           05 AUD-TIPO          PIC X(3).
           05 AUD-MATRICULA     PIC 9(5).
           05 AUD-DEP-ANT       PIC 9(2).
           05 AUD-NOTA-ANT      PIC 9.
           05 AUD-COMENT-ANT    PIC X(40).
           05 AUD-DEP-NOVO      PIC 9(2).
           05 AUD-NOTA-NOVA     PIC 9.
           05 AUD-COMENT-NOVO   PIC X(40).

       FD  FICHEIRO-CSV.
       01  LINHA-CSV            PIC X(120).

      * FUNC-ADMISSAO (AAAAMMDD) e FUNC-GRAU vÉm da folha de
      * pagamento pela sincroniza᧵o; a zeros/brancos enquanto a
      * folha ainda nÑo os trouxe.
      * FUNC-SAIDA (AAAAMMDD) Ç o dia em que o funcion†rio foi
      * desactivado (pela sincroniza᧵o ou na op᧵o 10), para o
      * inquÇrito de sa°da; a zeros enquanto est† activo.
       FD  FICHEIRO-FUNCIONARIOS.
       01  FUNC-REGISTO.
           05 FUNC-MATRICULA    PIC 9(5).
           05 FUNC-NOME         PIC X(12).
           05 FUNC-DEP          PIC 9(2).
           05 FUNC-ACTIVO       PIC X.
           05 FUNC-ADMISSAO     PIC 9(8).
           05 FUNC-GRAU         PIC X(2).
           05 FUNC-SAIDA        PIC 9(8).

      * PERG-TIPO diz de que question†rio Ç a pergunta: brancos ou
      * "Q" = trimestral, "A" = acolhimento, "S" = sa°da, "P" = pulso.
       FD  FICHEIRO-PERGUNTAS.
       01  PERG-REGISTO.
           05 PERG-NUMERO       PIC 9(2).
           05 PERG-TEXTO        PIC X(40).
           05 PERG-TIPO         PIC X.

      * quadro de departamentos: a lista de departamentos deixou de
      * estar escrita no programa e passou a ser dados. DEPT-ACTIVO
      * "N" marca um departamento extinto numa reorganiza᧵o: os
      * dados hist¢ricos continuam a apontar para ele, mas deixa de
      * aceitar respostas e funcion†rios novos. DEPT-DIRECCAO Ç a
      * direc᧵o (DIRECCOES.DAT) a que o departamento pertence.
       FD  FICHEIRO-DEPARTAMENTOS.
       01  DEPT-REGISTO.
           05 DEPT-CODIGO       PIC 9(2).
           05 DEPT-NOME         PIC X(17).
           05 DEPT-ACTIVO       PIC X.
           05 DEPT-DIRECCAO     PIC 9(2).

      * quadro de direcá§es, o n°vel acima dos departamentos: cada
      * departamento pertence a uma direc᧵o. DIR-ACTIVO "N" marca
      * uma direc᧵o extinta, que deixa de receber departamentos.
       FD  FICHEIRO-DIRECCOES.
       01  DIR-REGISTO.
           05 DIR-CODIGO        PIC 9(2).
           05 DIR-NOME          PIC X(17).
           05 DIR-ACTIVO        PIC X.

      * extracto mensal da folha de pagamento (traáado fixo acordado
      * com a contabilidade): um registo por funcion†rio no activo.
      * Quem est† na folha e nÑo est† no quadro Ç admitido; quem
      * mudou de departamento Ç transferido; quem est† activo no
      * quadro mas j† nÑo vem na folha Ç desactivado.
      * EXT-ADMISSAO Ç a data de admissÑo (AAAAMMDD) e EXT-GRAU o grau
      * (categoria profissional) de cada um, acrescentados no fim do
      * registo: um extracto antigo, sem eles, continua a ler-se.
       FD  FICHEIRO-EXTRACTO.
       01  EXT-REGISTO.
           05 EXT-NOME          PIC X(12).
           05 EXT-DEP           PIC 9(2).
           05 EXT-ADMISSAO      PIC X(8).
           05 EXT-GRAU          PIC X(2).

      * relat¢rio de discrepÉncias da sincroniza᧵o: tudo o que a
      * carga do extracto alterou ou nÑo conseguiu casar, para RH

      * PARAMS.DAT comanda a execuáÑo nocturna nÑo assistida:
      *   linha 1: operador (colunas 1-8)
      *   linha 2: per°odo AAAAQT, AAAAAT, AAAAST ou AAAAPn
      *            (colunas 1-6) e, na coluna 8, S/N para per°odo
      *            an¢nimo (s¢ usado se o per°odo ainda nÑo estiver
      *            registado; os de acolhimento e sa°da sÑo sempre
      *            nominais); nas colunas 10-17, facultativa, a
      *            data AAAAMMDD da janela a que a execuáÑo pertence
      *            (para uma repeti᧵o depois da meia-noite continuar
      *            a janela da vÇspera; em branco vale a data do dia);
      *            nas colunas 19-20, facultativos, os dias de
      *            recolha de um pulso novo (14 em branco)
      *   linha 3: passos a executar, por ordem (colunas 1-10), e
      *            na coluna 12 um T para rerun completo (sem ele,
      *            uma repeti᧵o da mesma data e per°odo salta os
      *            passos que j† terminaram e recomeáa no que
      *            falhou):
      *            C=carga de transaá§es  R=reconcilia᧵o
      *            M=mÇdias  I=imprime relat¢rio  E=exporta CSV
      *            F=sincroniza o quadro de pessoal com o extracto
      *              inquÇrito (a p¶r ANTES do C: se algum ficheiro
      *              estiver inconsistente os passos seguintes nÑo
      *              correm e o c¢digo de retorno fica no log)
      *            K=factores-chave da satisfa᧵o do per°odo
      *              (FACTORES.PRN), a p¶r depois do C para contar
      *              com as respostas carregadas nessa noite
       FD  FICHEIRO-PARAMS.
       01  PRM-REGISTO          PIC X(80).

       FD  FICHEIRO-LOG.
       01  LOG-REGISTO          PIC X(80).

      * controlo da execuáÑo nocturna por passo, com chave data da
      * execuáÑo + per°odo: um registo por passo da linha 3 de
      * PARAMS.DAT (posiáÑo e letra), com as horas de in°cio e fim e
      * o c¢digo de retorno do passo.
      * Estado: I=iniciado (sem fim: a execuáÑo morreu no passo)
      *         T=terminado (com o c¢digo de retorno do passo)
       FD  FICHEIRO-CTL-EXEC.
       01  CEX-REGISTO.
           05 CEX-DATA          PIC 9(8).
           05 CEX-PERIODO       PIC X(6).
           05 CEX-PASSO-IDX     PIC 9(2).
           05 CEX-PASSO         PIC X.
           05 CEX-INICIO        PIC 9(8).
           05 CEX-FIM           PIC 9(8).
           05 CEX-RC            PIC 9(4).
           05 CEX-ESTADO        PIC X.

      * hist¢rico acumulado das execuá§es nocturnas (nunca Ç
      * reescrito): cada execuáÑo deixa um registo de arranque, um
      * por passo e um de fim, identificados pela data da execuáÑo e
      * pela hora de arranque. Uma execuáÑo sem registo de fim Ç uma
      * execuáÑo que nÑo terminou.
      * Tipo: A=arranque  P=passo  F=fim
      * Estado: T=terminado  S=saltado (j† terminado antes); no
      *         arranque, T=rerun completo pedido
       FD  FICHEIRO-HIST-EXEC.
       01  HEX-REGISTO.
           05 HEX-DATA          PIC 9(8).
           05 HEX-HORA          PIC 9(8).
           05 HEX-PERIODO       PIC X(6).
           05 HEX-OPERADOR      PIC X(8).
           05 HEX-TIPO          PIC X.
           05 HEX-PASSO         PIC X.
           05 HEX-INICIO        PIC 9(8).
           05 HEX-FIM           PIC 9(8).
           05 HEX-RC            PIC 9(4).
           05 HEX-ESTADO        PIC X.
           05 HEX-RESPOSTAS     PIC 9(5).

      * cada transac᧵o rejeitada pela carga sai aqui com o registo
      * original mais o motivo, para as dactil¢grafas corrigirem s¢
      * os formul†rios em causa e voltarem a submeter este ficheiro.
      * Motivos: DUP=duplicado (ou c¢digo j† usado)  FUN=fora do
      * quadro  NOT=nota inv†lida  CHE=tabela do per°odo cheia
      * COD=c¢digo de participaáÑo desconhecido  ELG=pessoa nÑo
      * eleg°vel para o inquÇrito de acolhimento ou de sa°da.
      * REJ-LOTE Ç o lote de onde veio o formul†rio, para o lote que
      * o voltar a submeter o indicar no cabeáalho (TCB-ORIGEM).
       FD  FICHEIRO-REJEITADOS.
       01  REJ-REGISTO.
           05 REJ-NOME          PIC X(12).
           05 REJ-DEP           PIC 9(2).
           05 REJ-NOTAS         PIC X(10).
           05 REJ-COMENTARIO    PIC X(40).
           05 REJ-CODIGO        PIC X(6).
           05 REJ-MOTIVO        PIC X(3).
           05 REJ-LOTE          PIC 9(6).

      * c¢digos de participaáÑo de um per°odo an¢nimo: um por
      * funcion†rio do quadro (matr°cula do quadro, nÑo da resposta)
      * e a marca de usado. De prop¢sito nÑo h† aqui nada que ligue o
      * c¢digo · resposta que o queimou.
       FD  FICHEIRO-CODIGOS.
       01  CPA-REGISTO.
           05 CPA-MATRICULA     PIC 9(5).
           05 CPA-CODIGO        PIC X(6).
           05 CPA-USADO         PIC X.

      * posiáÑo cometida da £ltima carga de transaá§es: se o programa
      * morrer a meio, o rearranque salta os registos j† cometidos em
      * vez de os voltar a ler e rejeitar como duplicados. CHK-LOTE
      * Ç o lote a que a posiáÑo diz respeito.
       FD  FICHEIRO-CHECKPOINT.
       01  CHK-REGISTO.
           05 CHK-PERIODO       PIC X(6).
           05 CHK-PROCESSADOS   PIC 9(5).
           05 CHK-LOTE          PIC X(6).

      * registo £nico de controlo com a pr¢xima matr°cula a atribuir,
      * para o arranque nÑo ter de varrer o ficheiro de respostas
      * inteiro s¢ para descobrir a maior matr°cula j† usada.
      * CTL-VERSAO Ç a versÑo do traáado dos ficheiros: "4" depois
      * da conversÑo £nica do traáado antigo (departamento de um
      * d°gito) para o actual (departamento de dois d°gitos e
      * respostas com antiguidade, grau e tipo de inquÇrito);
      * CTL-DATA-CONVERSAO Ç o dia em que essa conversÑo correu.
       FD  FICHEIRO-CONTROLO.
       01  CTL-REGISTO.
           05 CTL-PROX-MATRICULA PIC 9(5).
           05 CTL-VERSAO        PIC X.
           05 CTL-DATA-CONVERSAO PIC 9(8).

      * quadro de operadores autorizados: n°vel 1 = escritur†rio
      * (listagens), n°vel 2 = supervisor (recolha, correc᧵o,
      * registo de cada alerta emitido, para HR ser avisado sem ter
      * de ir ver: QUE=queda acima do tolerado, PIS=mÇdia abaixo do
      * piso, COB=cobertura de respostas abaixo do m°nimo.
      * ALR-NIVEL: "D"=alerta de departamento, "R"=de direc᧵o (e
      * ALR-DEP leva entÑo o c¢digo da direc᧵o).
      * ALR-RUIDO "S": queda menor do que a margem de erro combinada
      * dos dois per°odos (dentro do ru°do; nÑo pede plano de ac᧵o).
       FD  FICHEIRO-ALERTAS.
       01  ALR-REGISTO.
           05 ALR-DATA          PIC 9(8).
           05 ALR-PERIODO       PIC X(6).
           05 ALR-DEP           PIC 9(2).
           05 ALR-TIPO          PIC X(3).
           05 ALR-MEDIA-ANT     PIC X(3).
           05 ALR-MEDIA-ATU     PIC X(3).
           05 ALR-NIVEL         PIC X.
           05 ALR-RUIDO         PIC X.

       FD  FICHEIRO-ARQUIVO.
       01  ARQ-REGISTO.
           05 ARQ-MATRICULA     PIC 9(5).
           05 ARQ-NOME          PIC X(12).
           05 ARQ-DEP           PIC 9(2).
           05 ARQ-NOTA          PIC 9.
           05 ARQ-NOTAS         PIC X(10).
           05 ARQ-COMENTARIO    PIC X(40).
           05 ARQ-PERIODO       PIC X(6).
           05 ARQ-ANTIGUIDADE   PIC X.
           05 ARQ-GRAU          PIC X(2).
           05 ARQ-TIPO          PIC X.

      * PER-ANONIMO marca o per°odo como an¢nimo ("S"): as respostas
      * sÑo guardadas sem nome e as listagens nominais passam a
      * contagens. PER-ESTADO: "A"=aberto, "F"=fechado (s¢ consulta),
      * "Q"=arquivado (respostas movidas para ARQUIVO.DAT).
      * PER-TIPO Ç o tipo de inquÇrito ("Q" trimestral AAAAQT, "A"
      * acolhimento AAAAAT, "S" sa°da AAAAST, "P" pulso AAAAPn) e
      * PER-FECHO o £ltimo dia de recolha (AAAAMMDD): no dia seguinte
      * o per°odo fecha sozinho; zeros = s¢ fecha na op᧵o 12. Os
      * registos antigos trazem os dois em branco (trimestral, fecho
      * manual).
       FD  FICHEIRO-PERIODOS.
       01  PER-REGISTO.
           05 PER-PERIODO       PIC X(6).
           05 PER-ANONIMO       PIC X.
           05 PER-ESTADO        PIC X.
           05 PER-TIPO          PIC X.
           05 PER-FECHO         PIC 9(8).
           05 PER-FECHO-X       REDEFINES PER-FECHO PIC X(8).

      * fotografia do question†rio em vigor no momento em que cada
      * per°odo foi registado: uma linha por pergunta. As notas de
           05 VQ-PERIODO        PIC X(6).
           05 VQ-NUMERO         PIC 9(2).
           05 VQ-TEXTO          PIC X(40).
           05 VQ-TIPO           PIC X.

      * tabela de categorias da codifica᧵o de coment†rios (chefia,
      * sal†rio, condiá§es, hor†rios, ...), mantida por RH na op᧵o
      * atravÇs do ficheiro de trabalho, pelo que ambos usam o
      * traáado plano do registo de auditoria.
       FD  FICHEIRO-AUD-ARQ.
       01  AUDARQ-REGISTO       PIC X(120).

       FD  FICHEIRO-AUD-TMP.
       01  AUDTMP-REGISTO       PIC X(120).

      * pacote de fim de ano: as quatro mÇdias trimestrais lado a
      * lado, pergunta a pergunta, cobertura e alertas, pronto a
       FD  FICHEIRO-ANUAL.
       01  LINHA-ANUAL          PIC X(80).

      * factores-chave da satisfa᧵o: para cada pergunta, quanto a
      * nota dela anda com a nota global e que prioridade merece,
      * para a empresa e para cada departamento.
       FD  FICHEIRO-FACTORES.
       01  LINHA-FACTORES       PIC X(80).

      * resultados do per°odo cruzados por faixa de antiguidade e por
      * grau com o departamento (mÇdia e n§ de respostas).
       FD  FICHEIRO-PERFIL.
       01  LINHA-PERFIL         PIC X(80).

      * resultados de todos os per°odos de um tipo de inquÇrito.
       FD  FICHEIRO-RESULTADOS.
       01  LINHA-RESULTADOS     PIC X(80).

      * tudo o que os ficheiros do inquÇrito guardam sobre um
      * titular, para lhe entregar em resposta a um pedido de acesso.
       FD  FICHEIRO-RGPD.
       01  LINHA-RGPD           PIC X(80).

      * registo dos apagamentos de dados pessoais: de prop¢sito nÑo
      * guarda o nome nem o texto apagado, s¢ quem apagou, quando e
      * as chaves dos registos tratados, para um restauro de uma
      * salvaguarda antiga voltar a aplicar o apagamento.
      * APG-TIPO: "E" = o apagamento (APG-CHAVE = registos
      * alterados), "R" = uma resposta (n£mero e per°odo), "F" = a
      * entrada do quadro de pessoal (matr°cula do funcion†rio).
       FD  FICHEIRO-APAGAMENTOS.
       01  APG-REGISTO.
           05 APG-NUMERO        PIC 9(5).
           05 APG-DATA          PIC 9(8).
           05 APG-HORA          PIC 9(8).
           05 APG-OPERADOR      PIC X(8).
           05 APG-TIPO          PIC X.
           05 APG-CHAVE         PIC 9(5).
           05 APG-PERIODO       PIC X(6).

      * modera᧵o dos coment†rios livres: um registo por decisÑo,
      * chave n£mero da resposta + per°odo, e vale o £ltimo gravado
      * para a mesma chave. Sem registo o coment†rio est† pendente
      * e nÑo sai em lado nenhum. MDR-ESTADO: "P"=pendente (volta a
      * revisÑo depois de uma correc᧵o), "L"=libertado tal como foi
      * escrito, "E"=expurgado (sai o texto de MDR-TEXTO), "R"=retido
      * (nunca sai, mas continua na codifica᧵o).
       FD  FICHEIRO-MODERACAO.
       01  MDR-REGISTO.
           05 MDR-PERIODO       PIC X(6).
           05 MDR-MATRICULA     PIC 9(5).
           05 MDR-ESTADO        PIC X.
           05 MDR-TEXTO         PIC X(40).
           05 MDR-OPERADOR      PIC X(8).
           05 MDR-DATA          PIC 9(8).
           05 MDR-HORA          PIC 9(8).

      * um registo por lote apresentado · carga. LOT-ESTADO:
      * "C"=carregado, "P"=carregado com formul†rios rejeitados,
      * "R"=recusado inteiro (LOT-MOTIVO diz porquÉ). LOT-PERIODO Ç o
      * per°odo em que a carga correu; LOT-REGISTOS e LOT-HASH-* sÑo
      * os totais declarados no trailer e os contados na conferÉncia.
       FD  FICHEIRO-LOTES.
       01  LOT-REGISTO.
           05 LOT-NUMERO        PIC 9(6).
           05 LOT-PERIODO       PIC X(6).
           05 LOT-DACTILOGRAFA  PIC X(8).
           05 LOT-ORIGEM        PIC 9(6).
           05 LOT-DATA          PIC 9(8).
           05 LOT-HORA          PIC 9(8).
           05 LOT-OPERADOR      PIC X(8).
           05 LOT-ESTADO        PIC X.
           05 LOT-MOTIVO        PIC X(3).
           05 LOT-REGISTOS      PIC 9(5).
           05 LOT-CONTADOS      PIC 9(5).
           05 LOT-HASH-DECLARADO PIC 9(8).
           05 LOT-HASH-CONTADO  PIC 9(8).
           05 LOT-ACEITES       PIC 9(5).
           05 LOT-REJEITADOS    PIC 9(5).

       FD  FICHEIRO-BALANCO.
       01  LINHA-BALANCO        PIC X(80).

      * plano de ac᧵o registado por um supervisor para um alerta de
      * departamento: quem responde, que medidas, atÇ quando, e a
      * mÇdia de referÉncia no momento do registo, para o seguimento
       FD  FICHEIRO-PLANOS.
       01  PLN-REGISTO.
           05 PLN-PERIODO       PIC X(6).
           05 PLN-DEP           PIC 9(2).
           05 PLN-TIPO          PIC X(3).
           05 PLN-RESPONSAVEL   PIC X(20).
           05 PLN-MEDIDAS       PIC X(40).
       01  COD-REGISTO.
           05 COD-PERIODO       PIC X(6).
           05 COD-MATRICULA     PIC 9(5).
           05 COD-DEP           PIC 9(2).
           05 COD-CATEGORIA     PIC 9(2).

       FD  FICHEIRO-CNV-ENTRADA.
       01  CNV-ENT-REGISTO      PIC X(130).

       FD  FICHEIRO-CNV-SAIDA.
       01  CNV-SAI-REGISTO      PIC X(130).

       FD  FICHEIRO-RESP-V1.
       01  RV1-REGISTO.
           05 RV1-MATRICULA     PIC 9(5).
           05 RV1-NOME          PIC X(12).
           05 RV1-DEP           PIC 9.
           05 RV1-NOTA          PIC 9.
           05 RV1-NOTAS         PIC X(10).
           05 RV1-COMENTARIO    PIC X(40).
           05 RV1-PERIODO       PIC X(6).

       WORKING-STORAGE SECTION.
        01 TABLES.
           05 TB-MATRICULA      PIC 9(5)  OCCURS 100 TIMES.
           05 TB-NOME           PIC X(12) OCCURS 100 TIMES.
           05 TB-DEP            PIC 9(2)  OCCURS 100 TIMES.
              88 VALIDAR-TB-DEB     VALUE 1 THRU 99.
           05 TB-NOTA           PIC 9     OCCURS 100 TIMES.
              88 VALIDAR-TB-NOTA    VALUE 1 THRU 5.
           05 TB-NOTAS-RESP     OCCURS 100 TIMES.
                 88 VALIDAR-TB-NOTA-Q VALUE 1 THRU 5.
           05 TB-COMENTARIO     PIC X(40) OCCURS 100 TIMES.
           05 TB-PERIODO        PIC X(6)  OCCURS 100 TIMES.
           05 TB-ANTIGUIDADE    PIC X     OCCURS 100 TIMES.
           05 TB-GRAU           PIC X(2)  OCCURS 100 TIMES.

        77 TOTAL-REGISTOS       PIC 9(3) VALUE 0.
        77 TOTAL-ANTES-RECOLHA  PIC 9(3) VALUE 0.

        77 INDICE               PIC 9(3).
        77 INDICE2              PIC 9(3).
      * DEP-IDX percorre os departamentos atÇ DEP-MAX (99): com dois
      * d°gitos o incremento de 99 para 100 truncava para 0 e o ciclo
      * nunca acabava. DEP-DIGITO Ç a forma de dois d°gitos para
      * mostrar e compor nomes/linhas.
        77 DEP-IDX              PIC 9(3).
        77 DEP-DIGITO           PIC 9(2).
        77 LINHA                PIC 9(2).
        77 LINHA2               PIC 9(2).
        77 LINHA3               PIC 9(2).
        77 SOMANOTA             PIC 9(3).
        77 MEDIANOTA            PIC 9(2)V9.
        77 SAIDA-MEDIANOTA      PIC Z.Z.
        77 DEPARTAMENTO         PIC 9(2).
           88 VALIDAR-DEPARTAMENTO  VALUE 1 THRU 99.

        77 OPCAOMENU             PIC 9(2).
           88 VALIDAR-OPCAOMENU      VALUE 1 THRU 31, 99.

      * itens de trabalho da correc᧵o/anula᧵o de respostas j†
      * gravadas (opáÑo 11).
        77 COR-MATRICULA        PIC 9(5).
        77 COR-OPCAO            PIC X.
           88 VALIDAR-COR-OPCAO     VALUE "N", "D", "C", "A", "X".
        77 COR-DEP              PIC 9(2).
           88 VALIDAR-COR-DEP       VALUE 1 THRU 99.
        77 COR-NOTA             PIC 9.
           88 VALIDAR-COR-NOTA      VALUE 1 THRU 5.
        77 ANT-DEP              PIC 9(2).
        77 ANT-NOTA             PIC 9.
        77 ANT-COMENTARIO       PIC X(40).
        77 PERIODO-ALVO         PIC X(6).
           88 RESPOSTA-FOI-ALTERADA VALUE "S".

        01 DEP-RECONCILIACAO.
           05 REC-ESPERADO      PIC 9(3) OCCURS 99 TIMES.
           05 REC-RECEBIDO      PIC 9(3) OCCURS 99 TIMES.

      * MD-SUPRIMIDO marca o departamento cuja mÇdia nÑo se mostra
      * num per°odo an¢nimo: "S"=menos de 3 respostas, "C"=supressÑo
      * complementar (ver APURA-MEDIAS-DIRECCAO).
        01 DEP-MEDIAS.
           05 MD-SOMA           PIC 9(4) OCCURS 99 TIMES.
           05 MD-CONT           PIC 9(3) OCCURS 99 TIMES.
           05 MD-MEDIA          PIC 9(2)V9 OCCURS 99 TIMES.
           05 MD-SAIDA          PIC Z.Z OCCURS 99 TIMES.
           05 MD-SUPRIMIDO      PIC X OCCURS 99 TIMES.
      * MD-QUAD Ç a soma dos quadrados das notas, para a variÉncia;
      * MD-EFECTIVO os activos do departamento no quadro de pessoal;
      * MD-MARGEM a margem de erro (95%) da mÇdia, com a correc᧵o de
      * popula᧵o finita pela taxa de resposta (APURA-INDICE-PONDERADO).
           05 MD-QUAD           PIC 9(5) OCCURS 99 TIMES.
           05 MD-EFECTIVO       PIC 9(3) OCCURS 99 TIMES.
           05 MD-MARGEM         PIC 9V99 OCCURS 99 TIMES.
           05 MD-TEM-MARGEM     PIC X OCCURS 99 TIMES.

        01 FREQ-NOTAS.
           05 FREQ-VALOR        PIC 9(3) OCCURS 5 TIMES.
        77 SAIDA-NOTA-BAIXA     PIC Z.

        01 HIST-COMPARACAO.
           05 HC-PERIODO-ANT    PIC X(6) OCCURS 100 TIMES.
           05 HC-MEDIA-ANT      PIC Z.Z  OCCURS 100 TIMES.
           05 HC-PERIODO-ATU    PIC X(6) OCCURS 100 TIMES.
           05 HC-MEDIA-ATU      PIC Z.Z  OCCURS 100 TIMES.
           05 HC-MARGEM-ANT     PIC 9V99 OCCURS 100 TIMES.
           05 HC-MARGEM-ATU     PIC 9V99 OCCURS 100 TIMES.
           05 HC-TEM-MARGEM-ANT PIC X    OCCURS 100 TIMES.
           05 HC-TEM-MARGEM-ATU PIC X    OCCURS 100 TIMES.
      * a linha 100 de HIST-COMPARACAO leva o °ndice ponderado da
      * empresa (linhas "E" do historial).
        77 HC-EMPRESA           PIC 9(3) VALUE 100.
        77 HC-IDX               PIC 9(3).

      * HIST-TABLE guarda em mem¢ria o ficheiro HISTORICO.DAT inteiro
      * enquanto GRAVA-HISTORICO-PERIODO o actualiza, para que cada
      * per°odo/departamento fique com um £nico registo (a mÇdia do
      * per°odo completo) por muitas que sejam as passagens pela
      * recolha de dados nesse per°odo. As mÇdias das direcá§es
      * (HT-NIVEL "R") e o °ndice ponderado da empresa (HT-NIVEL "E")
      * vivem na mesma tabela; NIVEL-HIST, CODIGO-HIST, MEDIA-HIST e
      * MARGEM-HIST dizem que entrada actualizar ou remover.
      * HT-TIPO Ç o tipo de inquÇrito do per°odo, para as comparaá§es
      * entre per°odos nÑo misturarem trimestres com eventos.
        01 HIST-TABLE.
           05 HT-PERIODO        PIC X(6) OCCURS 900 TIMES.
           05 HT-DEP            PIC 9(2) OCCURS 900 TIMES.
           05 HT-MEDIA          PIC Z.Z  OCCURS 900 TIMES.
           05 HT-NIVEL          PIC X    OCCURS 900 TIMES.
           05 HT-MARGEM         PIC 9V99 OCCURS 900 TIMES.
           05 HT-TEM-MARGEM     PIC X    OCCURS 900 TIMES.
           05 HT-TIPO           PIC X    OCCURS 900 TIMES.
        77 NIVEL-HIST           PIC X.
        77 CODIGO-HIST          PIC 9(2).
        77 MEDIA-HIST           PIC 9(2)V9.
        77 MARGEM-HIST          PIC 9V99.
        77 TEM-MARGEM-HIST      PIC X.
        77 HIST-TOTAL           PIC 9(3) VALUE 0.
        77 SW-HIST-ENCONTRADO   PIC X(01) VALUE "N".
           88 HIST-E-ENCONTRADO     VALUE "S".
        01 FUNC-TABLE.
           05 FT-MATRICULA      PIC 9(5)  OCCURS 200 TIMES.
           05 FT-NOME           PIC X(12) OCCURS 200 TIMES.
           05 FT-DEP            PIC 9(2)  OCCURS 200 TIMES.
           05 FT-ACTIVO         PIC X     OCCURS 200 TIMES.
           05 FT-ADMISSAO       PIC 9(8)  OCCURS 200 TIMES.
           05 FT-GRAU           PIC X(2)  OCCURS 200 TIMES.
           05 FT-SAIDA          PIC 9(8)  OCCURS 200 TIMES.
        77 FUNC-TOTAL           PIC 9(3) VALUE 0.
        77 FUNC-IDX             PIC 9(3).
        77 FUNC-ENCONTRADO-IDX  PIC 9(3).
           88 VALIDAR-MNT-OPCAO     VALUE "A", "T", "D", "X".
        77 MNT-MATRICULA        PIC 9(5).
        77 MNT-NOME             PIC X(12).
        77 MNT-DEP              PIC 9(2).
           88 VALIDAR-MNT-DEP       VALUE 1 THRU 99.

      * DEP-MASTER-TABLE guarda o quadro de departamentos
      * (DEPARTAMENTOS.DAT), indexado directamente pelo c¢digo do
      * departamento (1 a 99, os dois d°gitos dos traáados de
      * ficheiro). Se o ficheiro nÑo existir Ç criado com os cinco
      * departamentos hist¢ricos, para nada mudar atÇ RH mexer no
      * quadro. DP-DIRECCAO Ç a direc᧵o a que cada um pertence.
        01 DEP-MASTER-TABLE.
           05 DP-NOME           PIC X(17) OCCURS 99 TIMES.
           05 DP-ACTIVO         PIC X     OCCURS 99 TIMES.
           05 DP-EXISTE         PIC X     OCCURS 99 TIMES.
           05 DP-DIRECCAO       PIC 9(2)  OCCURS 99 TIMES.
        77 DEP-MAX              PIC 9(2) VALUE 99.
        77 FS-DEPARTAMENTOS     PIC XX.
        77 DEP-VERIFICA         PIC 9(2).
        77 SW-DEP-VALIDO        PIC X VALUE "N".
           88 DEP-E-VALIDO          VALUE "S".
        77 SW-DEP-EXISTE        PIC X VALUE "N".
           88 DEP-EXISTE-NO-QUADRO  VALUE "S".
        77 DEP-ACTIVOS-TOTAL    PIC 9(2) VALUE 0.
        77 DEP-REGISTOS-LIDOS   PIC 9(2) VALUE 0.
        77 RODAPE-IDX           PIC 9.
        77 POS-LIN              PIC 9(2).
        01 RODAPE-DEP-TEXTOS.
           05 RODAPE-DEP-TEXTO  PIC X(26) OCCURS 5 TIMES.
        77 DMN-OPCAO            PIC X.
           88 VALIDAR-DMN-OPCAO     VALUE "A", "N", "D", "R", "G",
                                          "X".
        77 DMN-CODIGO           PIC 9(2).
        77 DMN-NOME             PIC X(17).
        77 DMN-DIRECCAO         PIC 9(2).

      * DIR-MASTER-TABLE guarda o quadro de direcá§es
      * (DIRECCOES.DAT), indexado directamente pelo c¢digo da
      * direc᧵o. Se o ficheiro nÑo existir Ç criado com uma £nica
      * direc᧵o geral, a que ficam a pertencer todos os
      * departamentos atÇ RH arrumar o quadro.
        01 DIR-MASTER-TABLE.
           05 DR-NOME           PIC X(17) OCCURS 20 TIMES.
           05 DR-ACTIVO         PIC X     OCCURS 20 TIMES.
           05 DR-EXISTE         PIC X     OCCURS 20 TIMES.
        77 DIR-MAX              PIC 9(2) VALUE 20.
        77 DIR-IDX              PIC 9(2).
        77 DIR-VERIFICA         PIC 9(2).
        77 FS-DIRECCOES         PIC XX.
        77 DIR-REGISTOS-LIDOS   PIC 9(2) VALUE 0.
        77 DIR-NOME-SAIDA       PIC X(17).
        77 SW-DIR-VALIDA        PIC X VALUE "N".
           88 DIR-E-VALIDA          VALUE "S".
        77 DRM-OPCAO            PIC X.
           88 VALIDAR-DRM-OPCAO     VALUE "A", "N", "D", "R", "X".
        77 DRM-CODIGO           PIC 9(2).
        77 DRM-NOME             PIC X(17).
        77 CONTADOR-DEPS-DIR    PIC 9(2).

      * mÇdias por direc᧵o, somadas a partir dos departamentos.
      * Num per°odo an¢nimo os departamentos com menos de 3
      * respostas ficam suprimidos mas continuam a contar na direc᧵o;
      * DR-CONT-SUPR Ç o que ficou escondido assim e, se for tÑo
      * pouco que a diferenáa entre a direc᧵o e os departamentos
      * vis°veis o denunciaria, esconde-se tambÇm o menor departamento
      * vis°vel (supressÑo complementar). A pr¢pria direc᧵o fica
      * suprimida se tiver menos de 3 respostas.
        01 DIR-MEDIAS.
           05 DR-SOMA           PIC 9(5)   OCCURS 20 TIMES.
           05 DR-CONT           PIC 9(4)   OCCURS 20 TIMES.
           05 DR-MEDIA          PIC 9(2)V9 OCCURS 20 TIMES.
           05 DR-SAIDA          PIC Z.Z    OCCURS 20 TIMES.
           05 DR-SUPRIMIDO      PIC X      OCCURS 20 TIMES.
           05 DR-ESPERADO       PIC 9(4)   OCCURS 20 TIMES.
           05 DR-CONT-SUPR      PIC 9(4)   OCCURS 20 TIMES.
           05 DR-VISIVEIS       PIC 9(2)   OCCURS 20 TIMES.
           05 DR-RECEBIDO       PIC 9(4)   OCCURS 20 TIMES.
           05 DR-DEPARTAMENTOS  PIC 9(2)   OCCURS 20 TIMES.
        01 DIR-MEDIAS-PERG.
           05 DRQ-DIR           OCCURS 20 TIMES.
              10 DRQ-SOMA       PIC 9(5) OCCURS 10 TIMES.
        01 DRQ-TEXTOS.
           05 DRQ-TEXTO         PIC X(3) OCCURS 20 TIMES.
        77 DEP-MENOR-IDX        PIC 9(3).
        77 DEP-MENOR-CONT       PIC 9(3).
        77 DIR-MENOR-IDX        PIC 9(2).
        77 DIR-MENOR-CONT       PIC 9(4).
        77 DIR-CONT-SUPR-TOTAL  PIC 9(4).
        77 DIR-VISIVEIS-TOTAL   PIC 9(2).
        77 DRQ-SAIDA            PIC Z.Z.
        77 MEDIA-TEXTO          PIC X(13).
        77 MARGEM-TEXTO         PIC X(8).

      * itens de trabalho do °ndice da empresa ponderado pelo
      * efectivo e das margens de erro (APURA-INDICE-PONDERADO). A
      * margem Ç a 95% (1,96 erros-padrÑo) com a correc᧵o de
      * popula᧵o finita: quanto maior a taxa de resposta de um grupo
      * menor a margem, e um grupo que respondeu todo tem margem 0.
      * PND-G-* sÑo os dados do grupo (departamento ou direc᧵o) que
      * APURA-MARGEM-GRUPO est† a tratar.
        01 DIR-PONDERACAO.
           05 PND-DR-SOMA       PIC 9(5)   OCCURS 20 TIMES.
           05 PND-DR-QUAD       PIC 9(6)   OCCURS 20 TIMES.
           05 PND-DR-CONT       PIC 9(4)   OCCURS 20 TIMES.
           05 PND-DR-PESO       PIC 9(4)   OCCURS 20 TIMES.
           05 PND-DR-MARGEM     PIC 9V99   OCCURS 20 TIMES.
           05 PND-DR-TEM        PIC X      OCCURS 20 TIMES.
        77 PND-G-SOMA           PIC 9(5).
        77 PND-G-QUAD           PIC 9(6).
        77 PND-G-CONT           PIC 9(4).
        77 PND-G-PESO           PIC 9(4).
        77 PND-G-MARGEM         PIC 9V99.
        77 SW-PND-G-MARGEM      PIC X.
           88 PND-G-TEM-MARGEM      VALUE "S".
        77 PND-VAR              PIC S9(3)V9(6).
        77 PND-VAR-GLOBAL       PIC S9(3)V9(6).
        77 SW-PND-VAR-GLOBAL    PIC X.
           88 PND-TEM-VAR-GLOBAL    VALUE "S".
        77 PND-FPC              PIC 9V9(6).
        77 PND-PARCELA          PIC 9(9)V9(6).
        77 PND-SOMA-PESOS       PIC 9(5).
        77 PND-SOMA-MEDIAS      PIC 9(7)V9(6).
        77 PND-SOMA-VAR         PIC 9(11)V9(6).
        77 PND-TOT-SOMA         PIC 9(6).
        77 PND-TOT-QUAD         PIC 9(7).
        77 PND-TOT-CONT         PIC 9(5).
        77 PND-INDICE           PIC 9V99.
        77 PND-MARGEM           PIC 9V99.
        77 SW-PND-INDICE        PIC X VALUE "N".
           88 PND-TEM-INDICE        VALUE "S".
        77 SW-PND-MARGEM        PIC X VALUE "N".
           88 PND-TEM-MARGEM        VALUE "S".
        77 PND-SAIDA-INDICE     PIC 9.99.
        77 PND-SAIDA-MARGEM     PIC 9.99.
      * compara᧵o entre per°odos: a varia᧵o s¢ conta quando excede
      * a margem combinada das duas mÇdias (raiz da soma dos
      * quadrados das margens); abaixo disso Ç ru°do.
        77 PND-MARGEM-ANT       PIC 9V99.
        77 PND-MARGEM-ATU       PIC 9V99.
        77 PND-COMBINADA        PIC 9V99.
        77 PND-DIFERENCA        PIC 9(2)V99.
        77 SW-PND-RUIDO         PIC X VALUE "N".
           88 PND-DENTRO-RUIDO      VALUE "S".

      * colunas por departamento/direc᧵o das tabelas largas (mÇdia
      * por pergunta, categorias): com mais departamentos do que
      * cabem na linha a tabela sai em faixas, de BANDA-INICIO a
      * BANDA-FIM.
        77 BANDA-INICIO         PIC 9(3).
        77 BANDA-FIM            PIC 9(3).
        77 BANDA-COLUNAS        PIC 9(2).
        77 BANDA-LIMITE         PIC 9(3).

      * itens de trabalho da sincroniza᧵o do quadro de pessoal com
      * o extracto da folha de pagamento (op᧵o 16 / passo F).
        77 CONTADOR-TRANSFERIDOS PIC 9(3) VALUE 0.
        77 CONTADOR-DESACTIVADOS PIC 9(3) VALUE 0.
        77 CONTADOR-EXT-REJEITADOS PIC 9(3) VALUE 0.
        77 CONTADOR-GRAU-ALTERADO PIC 9(3) VALUE 0.
        77 SW-EXTRACTO-LIDO     PIC X VALUE "N".
           88 EXTRACTO-FOI-LIDO    VALUE "S".

           05 PT-PERIODO        PIC X(6) OCCURS 40 TIMES.
           05 PT-ANONIMO        PIC X    OCCURS 40 TIMES.
           05 PT-ESTADO         PIC X    OCCURS 40 TIMES.
           05 PT-TIPO           PIC X    OCCURS 40 TIMES.
           05 PT-FECHO          PIC 9(8) OCCURS 40 TIMES.
        77 PER-TOTAL            PIC 9(3) VALUE 0.
        77 PER-IDX              PIC 9(3).
        77 PER-ENCONTRADO-IDX   PIC 9(3).
           88 VALIDAR-RESP-ANONIMO  VALUE "S", "N".
        77 NOME-ANONIMO         PIC X(12) VALUE "ANONIMO".

      * tipo de inquÇrito do per°odo seleccionado, tirado da 5¶ letra
      * do c¢digo: AAAAQT trimestral, AAAAAT acolhimento (quem fez 90
      * dias de casa no trimestre T), AAAAST sa°da (quem saiu no
      * trimestre T) e AAAAPn pulso (n = 1 a 9 no ano). Os inquÇritos
      * de acolhimento e sa°da sÑo sempre nominais e fecham sozinhos
      * JANELA-EVENTO dias depois do fim do trimestre; um pulso fecha
      * sozinho ao fim dos dias de recolha pedidos ao registar.
      * TIPO-ALVO Ç o tipo do per°odo em PERIODO-ALVO (historial).
        77 TIPO-PERIODO         PIC X VALUE "Q".
           88 TIPO-E-TRIMESTRAL     VALUE "Q".
           88 TIPO-E-ACOLHIMENTO    VALUE "A".
           88 TIPO-E-SAIDA          VALUE "S".
           88 TIPO-E-PULSO          VALUE "P".
           88 TIPO-E-EVENTO         VALUE "A", "S".
        77 TIPO-ALVO            PIC X VALUE "Q".
        77 TIPO-IDX             PIC 9(3).
        77 TIPO-NOME            PIC X(12).
        77 SW-CODIGO-PERIODO    PIC X VALUE "S".
           88 CODIGO-PERIODO-VALIDO VALUE "S".
        77 SW-FECHO-AUTOMATICO  PIC X VALUE "N".
           88 FECHOU-AUTOMATICAMENTE VALUE "S".
        77 DIAS-RECOLHA         PIC 9(2).
           88 VALIDAR-DIAS-RECOLHA  VALUE 1 THRU 30.
        77 DIAS-PULSO           PIC 9(2) VALUE 14.
        77 DIAS-ACOLHIMENTO     PIC 9(3) VALUE 90.
        77 JANELA-EVENTO        PIC 9(3) VALUE 30.
        77 FECHO-SAIDA          PIC 9999/99/99.
        01 EVT-PERIODO.
           05 EVT-ANO           PIC X(4).
           05 EVT-ANO-N         REDEFINES EVT-ANO PIC 9(4).
           05 EVT-LETRA         PIC X.
           05 EVT-NUMERO        PIC X.
           05 EVT-NUMERO-N      REDEFINES EVT-NUMERO PIC 9.
        77 EVT-TRIMESTRE        PIC 9.
        77 EVT-HOJE             PIC 9(8).
        77 EVT-HOJE-DIAS        PIC 9(7).

      * elegibilidade de um funcion†rio (FUNC-IDX) para o per°odo
      * seleccionado: activos nos trimestrais e pulsos, quem fez 90
      * dias de casa no trimestre nos de acolhimento e quem saiu no
      * trimestre nos de sa°da.
        77 SW-FUNC-ELEGIVEL     PIC X VALUE "N".
           88 FUNC-E-ELEGIVEL       VALUE "S".
        77 SW-FUNC-INELEGIVEL   PIC X VALUE "N".
           88 FUNC-E-INELEGIVEL     VALUE "S".

      * calend†rio: DATA-PARA-DIAS converte DTA-DATA (AAAAMMDD) no
      * n£mero de dias DTA-DIAS (dia juliano) e DIAS-PARA-DATA faz o
      * inverso, para somar dias a uma data sem sair do programa.
        01 DTA-CALENDARIO.
           05 DTA-DATA          PIC 9(8).
           05 DTA-PARTES        REDEFINES DTA-DATA.
              10 DTA-ANO        PIC 9(4).
              10 DTA-MES        PIC 9(2).
              10 DTA-DIA        PIC 9(2).
        77 DTA-DIAS             PIC 9(7).
        77 DTA-A                PIC 9(9).
        77 DTA-B                PIC 9(9).
        77 DTA-C                PIC 9(9).
        77 DTA-D                PIC 9(9).
        77 DTA-E                PIC 9(9).
        77 DTA-M                PIC 9(9).
        77 DTA-Y                PIC 9(9).
        77 DTA-T                PIC 9(9).

      * CPA-TABLE guarda o registo de c¢digos de participaáÑo do
      * per°odo seleccionado (PARTAAAAQT.DAT): num per°odo an¢nimo
      * TB-NOME j† nÑo guarda o nome verdadeiro de ninguÇm, e Ç o
      * c¢digo queimado que impede a mesma pessoa de responder duas
      * vezes, em cargas diferentes ou pela recolha no ecrÑ.
        01 CPA-TABLE.
           05 CP-MATRICULA      PIC 9(5)  OCCURS 200 TIMES.
           05 CP-CODIGO         PIC X(6)  OCCURS 200 TIMES.
           05 CP-USADO          PIC X     OCCURS 200 TIMES.
        77 CPA-TOTAL            PIC 9(3) VALUE 0.
        77 CPA-IDX              PIC 9(3).
        77 CPA-ENCONTRADO-IDX   PIC 9(3).
        77 FS-CODIGOS           PIC XX.
        77 NOME-CODIGOS         PIC X(16).
        77 CODIGO-PROCURADO     PIC X(6).
        77 MATRICULA-PROCURADA  PIC 9(5).
        77 CODIGO-GERADO        PIC 9(6).
        77 CONTADOR-CODIGOS-NOVOS PIC 9(3) VALUE 0.
        77 CONTADOR-SEM-CODIGO  PIC 9(3) VALUE 0.
        77 SW-CPA-CHEIA         PIC X VALUE "N".
           88 CPA-E-CHEIA           VALUE "S".
        77 SW-CODIGO-ENCONTRADO PIC X VALUE "N".
           88 CODIGO-E-ENCONTRADO   VALUE "S".
        77 SW-CODIGO-VALIDO     PIC X VALUE "S".
           88 CODIGO-E-VALIDO       VALUE "S".
      * gerador congruencial dos c¢digos (multiplicador 31415821,
      * m¢dulo 10**8), semeado com a data e a hora da gera᧵o.
        77 SEMENTE-CODIGO       PIC 9(8).
        77 PRODUTO-CODIGO       PIC 9(16).
        77 QUOCIENTE-CODIGO     PIC 9(16).
        77 DATA-SEMENTE         PIC 9(8).
        77 HORA-SEMENTE         PIC 9(8).

      * contagens de apoio ¢s listagens an¢nimas (distribuiá§es em
      * vez de nomes).
        01 DIST-CONTAGENS.
           05 DIST-DEP-CONT     PIC 9(3) OCCURS 99 TIMES.
        77 NOTA-ALVO            PIC 9.
        77 CONTADOR-SUPRIMIDOS  PIC 9(3).

        77 LOG-DATA             PIC 9(8).
        77 LOG-HORA             PIC 9(8).

      * itens de trabalho do rearranque por passo (CTLEXEC.DAT) e do
      * hist¢rico das execuá§es (HISTEXEC.DAT).
        01 CEX-TABLE.
           05 CX-DATA           PIC 9(8)  OCCURS 100 TIMES.
           05 CX-PERIODO        PIC X(6)  OCCURS 100 TIMES.
           05 CX-PASSO-IDX      PIC 9(2)  OCCURS 100 TIMES.
           05 CX-PASSO          PIC X     OCCURS 100 TIMES.
           05 CX-INICIO         PIC 9(8)  OCCURS 100 TIMES.
           05 CX-FIM            PIC 9(8)  OCCURS 100 TIMES.
           05 CX-RC             PIC 9(4)  OCCURS 100 TIMES.
           05 CX-ESTADO         PIC X     OCCURS 100 TIMES.
        77 CEX-TOTAL            PIC 9(3) VALUE 0.
        77 CEX-IDX              PIC 9(3).
        77 CEX-ENCONTRADO-IDX   PIC 9(3).
        77 SW-CEX-ENCONTRADO    PIC X VALUE "N".
           88 CEX-E-ENCONTRADO      VALUE "S".
        77 FS-CTL-EXEC          PIC XX.
        77 FS-HIST-EXEC         PIC XX.
        77 DATA-EXECUCAO        PIC 9(8).
        77 HORA-EXECUCAO        PIC 9(8).
        77 HORA-PASSO           PIC 9(8).
        77 PRM-RERUN            PIC X VALUE SPACE.
           88 RERUN-COMPLETO        VALUE "T".
        77 PASSO-REINICIO       PIC 9(2).
        77 RC-ANTES-PASSO       PIC 9(4).
        77 RC-PASSO             PIC 9(4).
        77 SW-SALTA-PASSO       PIC X VALUE "N".
           88 PASSO-E-SALTADO       VALUE "S".
        77 SW-IMPRESSAO-POR-CORRER PIC X VALUE "N".
           88 IMPRESSAO-POR-CORRER  VALUE "S".

      * itens de trabalho da consulta do hist¢rico das execuá§es
      * (op᧵o 25): as datas distintas de HISTEXEC.DAT, para achar a
      * data de corte das £ltimas N noites.
        01 HEX-DATAS-TABELA.
           05 HD-DATA           PIC 9(8)  OCCURS 400 TIMES.
        77 HD-TOTAL             PIC 9(3) VALUE 0.
        77 HD-IDX               PIC 9(3).
        77 HD-IDX2              PIC 9(3).
        77 HD-MAIS-RECENTES     PIC 9(3).
        77 HEX-NOITES           PIC 9(2).
        77 HEX-CORTE            PIC 9(8).
        77 CONTADOR-HEX-LISTADOS PIC 9(4).
        77 SW-HEX-ABERTA        PIC X VALUE "N".
           88 EXECUCAO-ABERTA       VALUE "S".
        77 SW-HD-ENCONTRADA     PIC X VALUE "N".
           88 HD-E-ENCONTRADA       VALUE "S".

      * itens de trabalho dos rejeitados e do checkpoint da carga.
        77 FS-REJEITADOS        PIC XX.
        77 FS-CHECKPOINT        PIC XX.
        77 FS-CONTROLO          PIC XX.
        77 SW-CONTROLO-LIDO     PIC X VALUE "N".
           88 CONTROLO-FOI-LIDO     VALUE "S".
        77 VERSAO-DADOS         PIC X VALUE SPACE.
        77 DATA-CONVERSAO       PIC 9(8) VALUE 0.

      * itens de trabalho da conversÑo £nica para o departamento de
      * dois d°gitos: o ficheiro, a sua c¢pia .V1, as posiá§es
      * (antigas) onde se insere o "0" e o sufixo a acrescentar.
        77 FS-CNV-ENTRADA       PIC XX.
        77 FS-CNV-SAIDA         PIC XX.
        77 FS-RESP-V1           PIC XX.
        77 NOME-CNV-ENTRADA     PIC X(20).
        77 NOME-CNV-SAIDA       PIC X(20).
        77 NOME-CNV-DAT         PIC X(20).
        77 NOME-CNV-V1          PIC X(20).
        77 CNV-POS-1            PIC 9(3).
        77 CNV-POS-2            PIC 9(3).
        77 CNV-POS              PIC 9(3).
        77 CNV-RESTO            PIC 9(3).
        77 CNV-POS-SUF          PIC 9(3).
        77 CNV-LEN-SUF          PIC 9.
        77 CNV-TEXTO-SUF        PIC X(2).
        77 CNV-LINHA            PIC X(130).
        77 CNV-LINHA-ANT        PIC X(130).
        77 CONTADOR-CONVERTIDOS PIC 9(5).
        77 SW-CONVERSAO-PEDIDA  PIC X VALUE "N".
           88 CONVERSAO-E-PEDIDA    VALUE "S".
        77 SW-CONVERSAO-FEITA   PIC X VALUE "N".
           88 CONVERSAO-FOI-FEITA   VALUE "S".
        77 SW-CNV-HA-FICHEIRO   PIC X VALUE "N".
           88 CNV-HA-FICHEIRO       VALUE "S".
        77 CNV-MARCA-COPIA      PIC X(130)
           VALUE "*** FIM DA COPIA DE CONVERSAO ***".
        77 CNV-ULTIMO-REGISTO   PIC X(130).

      * OP-TABLE guarda o quadro de operadores (OPERADORES.DAT),
      * carregado uma £nica vez ao arrancar. Se o ficheiro nÑo
        77 SAIDA-MEDIA-ATU      PIC Z.Z.
        77 SW-TEM-ANTERIOR      PIC X.
           88 TEM-MEDIA-ANTERIOR    VALUE "S".
        77 SW-TEM-MARGEM-ANT    PIC X.
        77 SW-TEM-MARGEM-ATU    PIC X.
        77 CONTADOR-RUIDO       PIC 9(3) VALUE 0.
        77 SW-DEP-TEM-ALERTA    PIC X.
           88 DEP-TEM-ALERTA        VALUE "S".
        77 TIPO-ALERTA          PIC X(3).
        77 CONTADOR-ALERTAS     PIC 9(3) VALUE 0.
      * n°vel do alerta em curso (D = departamento, R = direc᧵o) e
      * os dados do grupo a que se refere, para EMITE-ALERTA.
        77 ALERTA-NIVEL         PIC X VALUE "D".
        77 ALERTA-NOME          PIC X(22).
        77 ALERTA-CONT          PIC 9(4).
        77 ALERTA-ESPERADO      PIC 9(4).

      * a p†gina de alertas vive num buffer pr¢prio, separado do
      * buffer do relat¢rio: assim o passo M (ou qualquer listagem)
        77 QATU-QTD             PIC 9(2) VALUE 0.
        77 FS-QUESTVER          PIC XX.

      * QEV-TABLE guarda os question†rios em vigor dos inquÇritos de
      * evento (1 = acolhimento, 2 = sa°da, 3 = pulso), carregados de
      * PERGUNTAS.DAT pelo PERG-TIPO. Um tipo sem perguntas no ficheiro
      * fica com uma £nica pergunta de satisfaáÑo global.
        01 QEV-TABLE.
           05 QEV-TIPO          OCCURS 3 TIMES.
              10 QEV-TEXTO      PIC X(40) OCCURS 10 TIMES.
              10 QEV-QTD        PIC 9(2).
        77 QEV-IDX              PIC 9.
        77 QEV-LIDAS            PIC 9(3).

      * itens de trabalho da tendÉncia por pergunta (op᧵o 17): as
      * vers§es dos dois per°odos comparados e as somas por pergunta
      * de cada um.

      * itens de trabalho da codifica᧵o de coment†rios (op᧵o 18).
        77 CODIF-OPCAO          PIC X.
           88 VALIDAR-CODIF-OPCAO   VALUE "C", "G", "R", "M", "P",
                                          "X".
        77 CODIF-CATEGORIA      PIC 9(2).
        77 CODIF-PERIODO        PIC X(6).
        77 CODIF-N-CATEGORIA    PIC 9.
      * contagens do relat¢rio de categorias: categoria x
      * departamento, mais o total da categoria no per°odo.
        01 CAT-CONTAGENS.
           05 CC-DEP            OCCURS 99 TIMES.
              10 CC-CONT        PIC 9(3) OCCURS 20 TIMES.
        01 CAT-TOTAIS.
           05 CC-TOTAL-CAT      PIC 9(4) OCCURS 20 TIMES.
        77 SW-COMENT-TEM-CAT    PIC X VALUE "N".
           88 COMENT-TEM-CATEGORIA  VALUE "S".

      * itens de trabalho da modera᧵o dos coment†rios (op᧵o 18).
      * MDR-TABELA guarda a £ltima decisÑo de cada resposta do
      * per°odo MDR-PERIODO-CARREGADO; COMENT-PUBLICO Ç o texto que
      * pode sair para a resposta em INDICE (brancos se nenhum).
        77 FS-MODERACAO         PIC XX.
        01 MDR-TABELA.
           05 MT-MATRICULA      PIC 9(5)  OCCURS 300 TIMES.
           05 MT-ESTADO         PIC X     OCCURS 300 TIMES.
           05 MT-TEXTO          PIC X(40) OCCURS 300 TIMES.
        77 MT-TOTAL             PIC 9(3) VALUE 0.
        77 MT-IDX               PIC 9(3).
        77 MT-ENCONTRADO-IDX    PIC 9(3).
        77 MDR-PERIODO-CARREGADO PIC X(6) VALUE SPACES.
        77 MDR-PERIODO-ALVO     PIC X(6).
        77 MDR-ID-PROCURADO     PIC 9(5).
        77 COMENT-PUBLICO       PIC X(40).
        77 MDR-ESTADO-ACTUAL    PIC X.
           88 COMENT-PENDENTE       VALUE "P".
           88 COMENT-LIBERTADO      VALUE "L".
           88 COMENT-EXPURGADO      VALUE "E".
           88 COMENT-RETIDO         VALUE "R".
        77 MDR-DECISAO          PIC X.
           88 VALIDAR-MDR-DECISAO   VALUE "L", "E", "R", "S", "F".
        77 SW-MDR-FIM           PIC X VALUE "N".
           88 MDR-E-FIM             VALUE "S".
        77 MDR-NOVO-MATRICULA   PIC 9(5).
        77 MDR-NOVO-PERIODO     PIC X(6).
        77 MDR-NOVO-ESTADO      PIC X.
        77 MDR-NOVO-TEXTO       PIC X(40).
        77 MDR-CONT-DECISOES    PIC 9(3).
        77 MDR-CONT-COMENT      PIC 9(5).
        77 MDR-CONT-PENDENTES   PIC 9(5).
        77 MDR-CONT-LIBERTADOS  PIC 9(5).
        77 MDR-CONT-EXPURGADOS  PIC 9(5).
        77 MDR-CONT-RETIDOS     PIC 9(5).
        77 MDR-TOTAL-PENDENTES  PIC 9(5).
        77 MDR-MAIOR-ID         PIC 9(5).

      * itens de trabalho da conferÉncia dos lotes de transaá§es e do
      * balanáo de lotes (op᧵o 31). LOTE-* sÑo os do lote em carga;
      * BL-TABELA guarda os lotes do per°odo para o balanáo.
        77 FS-LOTES             PIC XX.
        77 FS-BALANCO           PIC XX.
        77 LOTE-NUMERO          PIC 9(6).
        77 LOTE-PERIODO         PIC X(6).
        77 LOTE-DACTILOGRAFA    PIC X(8).
        77 LOTE-ORIGEM          PIC 9(6).
        77 LOTE-REGISTOS-DECL   PIC 9(5).
        77 LOTE-REGISTOS        PIC 9(5).
        77 LOTE-SOMA-DECL       PIC 9(8).
        77 LOTE-SOMA            PIC 9(8).
        77 LOTE-ACEITES         PIC 9(5).
        77 LOTE-REJEITADOS      PIC 9(5).
        77 LOTE-NOTA-IDX        PIC 9(2).
        77 LOTE-MOTIVO          PIC X(3).
        77 LOTE-ESTADO          PIC X VALUE SPACE.
           88 LOTE-CARREGADO        VALUE "C".
           88 LOTE-PARCIAL          VALUE "P".
           88 LOTE-RECUSADO         VALUE "R".
        77 SW-LOTE-FIM          PIC X VALUE "N".
           88 LOTE-TEM-FIM          VALUE "S".
        77 MOTIVO-LOTE-CODIGO   PIC X(3).
        77 MOTIVO-LOTE-TEXTO    PIC X(40).
        01 BL-TABELA.
           05 BL-LOTE           OCCURS 200 TIMES.
              10 BL-NUMERO      PIC 9(6).
              10 BL-DATA        PIC 9(8).
              10 BL-DACTILOGRAFA PIC X(8).
              10 BL-ORIGEM      PIC 9(6).
              10 BL-ESTADO      PIC X.
              10 BL-MOTIVO      PIC X(3).
              10 BL-REGISTOS    PIC 9(5).
              10 BL-CONTADOS    PIC 9(5).
              10 BL-ACEITES     PIC 9(5).
              10 BL-REJEITADOS  PIC 9(5).
        77 BL-TOTAL             PIC 9(3).
        77 BL-IDX               PIC 9(3).
        77 BL-IDX2              PIC 9(3).
        77 SW-BL-TRUNC          PIC X VALUE "N".
           88 BL-E-TRUNCADA         VALUE "S".
        77 SW-BL-REPETIDO       PIC X VALUE "N".
           88 BL-E-REPETIDO         VALUE "S".
        77 BAL-FALTA            PIC 9(5).
        77 BAL-RESUBMETIDOS     PIC 9(5).
        77 BAL-CARREGADOS       PIC 9(3).
        77 BAL-PARCIAIS         PIC 9(3).
        77 BAL-RECUSADOS        PIC 9(3).
        77 BAL-POR-CARREGAR     PIC 9(3).
        77 BAL-TOTAL-CONTADOS   PIC 9(6).
        77 BAL-TOTAL-ACEITES    PIC 9(6).
        77 BAL-TOTAL-REJEITADOS PIC 9(6).
        77 BAL-TOTAL-FALTA      PIC 9(6).

      * itens de trabalho da consulta e retenáÑo da auditoria
      * (op᧵o 19).
        77 FS-AUD-ARQ           PIC XX.
        01 ANU-PERIODOS.
           05 ANU-PERIODO       PIC X(6) OCCURS 4 TIMES.
        01 ANU-MEDIAS-DEP.
           05 ANU-DEP           OCCURS 99 TIMES.
              10 ANU-MED-TXT    PIC X(3) OCCURS 4 TIMES.
              10 ANU-MED-NUM    PIC 9(2)V9 OCCURS 4 TIMES.
              10 ANU-MED-TEM    PIC X OCCURS 4 TIMES.
        01 ANU-MEDIAS-DIR.
           05 ANU-DIR           OCCURS 20 TIMES.
              10 ANU-DIR-TXT    PIC X(3) OCCURS 4 TIMES.
              10 ANU-DIR-NUM    PIC 9(2)V9 OCCURS 4 TIMES.
              10 ANU-DIR-TEM    PIC X OCCURS 4 TIMES.
      * °ndice ponderado da empresa por trimestre (linhas "E" do
      * historial), com a margem de erro.
        01 ANU-INDICE-EMP.
           05 ANU-EMP-TXT       PIC X(3) OCCURS 4 TIMES.
           05 ANU-EMP-NUM       PIC 9(2)V9 OCCURS 4 TIMES.
           05 ANU-EMP-TEM       PIC X OCCURS 4 TIMES.
           05 ANU-EMP-MARGEM    PIC 9V99 OCCURS 4 TIMES.
           05 ANU-EMP-TEM-MARGEM PIC X OCCURS 4 TIMES.
        01 ANU-PERG-DADOS.
           05 ANU-Q             OCCURS 4 TIMES.
              10 AQ-CONT        PIC 9(4).
              10 AQ-TEXTO       PIC X(40) OCCURS 10 TIMES.
        01 ANU-ALERTAS-CONT.
           05 ANU-ALR           PIC 9(3) OCCURS 4 TIMES.
           05 ANU-ALR-RUIDO     PIC 9(3) OCCURS 4 TIMES.
        77 TRIM-IDX             PIC 9.
        77 ANU-REF-IDX          PIC 9.
        77 ANU-SOMA-ANO         PIC 9(3)V9.
        77 ANU-ESPERADO         PIC 9(4).
        77 ANU-COBERTURA        PIC 9(3).

      * itens de trabalho dos factores-chave (op᧵o 27 / passo K):
      * para o grupo em FAC-DEP-ALVO (0 = empresa toda), as somas da
      * nota de cada pergunta (X) e da nota global (Y) que dÑo a
      * correla᧵o; depois, por pergunta, a mÇdia, a correla᧵o e a
      * prioridade, e em FAC-ORDEM as perguntas por ordem de
      * prioridade.
        77 FS-FACTORES          PIC XX.
        77 FAC-DEP-ALVO         PIC 9(2).
        01 FAC-SOMAS.
           05 FAC-N             PIC 9(3).
           05 FAC-SY            PIC 9(4).
           05 FAC-SYY           PIC 9(5).
           05 FAC-SX            PIC 9(4) OCCURS 10 TIMES.
           05 FAC-SXX           PIC 9(5) OCCURS 10 TIMES.
           05 FAC-SXY           PIC 9(5) OCCURS 10 TIMES.
        01 FAC-RESULTADOS.
           05 FAC-MEDIA         PIC 9V99  OCCURS 10 TIMES.
           05 FAC-CORR          PIC S9V99 OCCURS 10 TIMES.
           05 FAC-PRIOR         PIC 9V99  OCCURS 10 TIMES.
           05 FAC-TEM-CORR      PIC X     OCCURS 10 TIMES.
           05 FAC-USADA         PIC X     OCCURS 10 TIMES.
           05 FAC-ORDEM         PIC 9(2)  OCCURS 10 TIMES.
        77 FAC-NUM              PIC S9(9).
        77 FAC-VAR-X            PIC 9(9).
        77 FAC-VAR-Y            PIC 9(9).
        77 FAC-RAIZ             PIC 9(6)V9(4).
        77 FAC-ORD-IDX          PIC 9(2).
        77 FAC-MAIOR-IDX        PIC 9(2).
        77 FAC-SAIDA-ORD        PIC Z9.
        77 FAC-SAIDA-PERG       PIC 9(2).
        77 FAC-SAIDA-MEDIA      PIC 9.99.
        77 FAC-SAIDA-CORR       PIC -9.99.
        77 FAC-SAIDA-PRIOR      PIC 9.99.
        77 FAC-SAIDA-N          PIC ZZ9.

      * itens de trabalho do perfil das respostas (op᧵o 28): a linha
      * das TABLES a que se apura a antiguidade e o grau na recolha e,
      * para o relat¢rio PERFIL.PRN, o quadro de mÇdias por
      * departamento (linha) e faixa de antiguidade ou grau (coluna),
      * com os totais das colunas (linha da empresa). XT-SUPR marca a
      * cÇlula que nÑo se mostra num per°odo an¢nimo, como
      * MD-SUPRIMIDO: "S"=menos de 3 respostas, "C"=complementar.
        77 FS-PERFIL            PIC XX.
        77 PRF-LINHA            PIC 9(3).
        77 PRF-HOJE             PIC 9(8).
        77 PRF-ANOS             PIC 9(4).
        77 XT-MODO              PIC X.
           88 XT-POR-ANTIGUIDADE    VALUE "A".
           88 XT-POR-GRAU           VALUE "G".
        77 XT-QTD-COL           PIC 9(2).
        77 XT-COL               PIC 9(2).
        77 XT-COL-IDX           PIC 9(2).
        01 XT-COLUNAS.
           05 XT-ROTULO         PIC X(8)  OCCURS 20 TIMES.
           05 XT-GRAU-COL       PIC X(2)  OCCURS 20 TIMES.
        01 XT-QUADRO.
           05 XT-LINHA          OCCURS 99 TIMES.
              10 XT-CELULA      OCCURS 20 TIMES.
                 15 XT-SOMA     PIC 9(4).
                 15 XT-CONT     PIC 9(3).
                 15 XT-SUPR     PIC X.
        01 XT-TOTAIS-COLUNA.
           05 XT-COL-SOMA       PIC 9(4)  OCCURS 20 TIMES.
           05 XT-COL-CONT       PIC 9(3)  OCCURS 20 TIMES.
           05 XT-COL-SUPR       PIC X     OCCURS 20 TIMES.
        77 XT-EMP-SOMA          PIC 9(5).
        77 XT-EMP-CONT          PIC 9(3).
        77 SW-XT-MUDOU          PIC X.
           88 XT-MUDOU              VALUE "S".
        77 XT-CONT-SUPR         PIC 9(4).
        77 XT-MENOR-IDX         PIC 9(2).
        77 XT-MENOR-CONT        PIC 9(3).
        77 XT-POS               PIC 9(2).
        77 XT-BANDA-INICIO      PIC 9(2).
        77 XT-BANDA-FIM         PIC 9(2).
        77 XT-SOMA-AUX          PIC 9(5).
        77 XT-CONT-AUX          PIC 9(3).
        77 XT-SUPR-AUX          PIC X.
        77 XT-MEDIA             PIC 9V9.
        01 XT-SAIDA-CELULA.
           05 XT-SAIDA-MEDIA    PIC 9.9.
           05 FILLER            PIC X VALUE "/".
           05 XT-SAIDA-CONT     PIC ZZ9.

      * PLN-TABLE guarda os planos de ac᧵o (PLANOS.DAT), carregados
      * uma £nica vez ao arrancar e reescritos a cada altera᧵o.
        01 PLN-TABLE.
           05 PL-PERIODO        PIC X(6)  OCCURS 50 TIMES.
           05 PL-DEP            PIC 9(2)  OCCURS 50 TIMES.
           05 PL-TIPO           PIC X(3)  OCCURS 50 TIMES.
           05 PL-RESPONSAVEL    PIC X(20) OCCURS 50 TIMES.
           05 PL-MEDIDAS        PIC X(40) OCCURS 50 TIMES.
        77 FS-PLANOS            PIC XX.
        77 PLA-OPCAO            PIC X.
           88 VALIDAR-PLA-OPCAO     VALUE "R", "L", "F", "X".
        77 PLA-DEP              PIC 9(2).
        77 PLA-TIPO             PIC X(3).
           88 VALIDAR-PLA-TIPO      VALUE "QUE", "PIS", "COB".
      * alÇm dos tipos de alerta, um plano pode apontar a uma pergunta
      * do question†rio (tipo Pnn, nn = n£mero da pergunta), como as
      * que o relat¢rio dos factores-chave pÑe no topo.
        77 SW-PLA-TIPO-OK       PIC X VALUE "N".
           88 PLA-TIPO-E-VALIDO     VALUE "S".
        77 PLA-PERGUNTA         PIC 9(2).
        77 PLA-MEDIA-PERG       PIC 9(2)V9.
        77 PLA-CONT-PERG        PIC 9(3).
        77 PLA-SOMA-PERG        PIC 9(4).
        77 SEG-MEDIA-ATU        PIC 9(2)V9.
        77 PLA-NUMERO           PIC 9(2).
        77 PLA-DATA-HOJE        PIC 9(8).
        77 CONTADOR-SEGUIMENTOS PIC 9(2).
        77 RN-IDX               PIC 9(3).
        01 PENDENTES.
           05 PD-NOME           PIC X(12) OCCURS 200 TIMES.
           05 PD-DEP            PIC 9(2)  OCCURS 200 TIMES.
           05 PD-CODIGO         PIC X(6)  OCCURS 200 TIMES.
        77 PEND-TOTAL           PIC 9(3) VALUE 0.
        77 PEND-IDX             PIC 9(3).
        77 CONTADOR-PEND-DEP    PIC 9(3).
        77 SW-RESPONDEU         PIC X VALUE "N".
           88 FUNCIONARIO-RESPONDEU VALUE "S".

      * itens de trabalho da lista de inquÇritos devidos da
      * sincroniza᧵o: quem j† respondeu a um inquÇrito de acolhimento
      * ou de sa°da (nome e per°odo) e o que cada pessoa deve.
        01 EVR-TABLE.
           05 EVR-NOME          PIC X(12) OCCURS 300 TIMES.
           05 EVR-PERIODO       PIC X(6)  OCCURS 300 TIMES.
        77 EVR-TOTAL            PIC 9(3) VALUE 0.
        77 EVR-IDX              PIC 9(3).
        77 DEV-PERIODO          PIC X(6).
        77 DEV-DATA             PIC 9(8).
        77 DEV-DATA-SAIDA       PIC 9999/99/99.
        77 DEV-DIAS             PIC 9(7).
        77 DEV-TIPO-TEXTO       PIC X(13).
        77 CONTADOR-DEVIDOS-ACOL PIC 9(3) VALUE 0.
        77 CONTADOR-DEVIDOS-SAIDA PIC 9(3) VALUE 0.
        77 SW-DEVIDO            PIC X VALUE "N".
           88 INQUERITO-E-DEVIDO    VALUE "S".

      * itens de trabalho dos resultados por tipo de inquÇrito
      * (op᧵o 29): totais do per°odo em curso e do tipo inteiro.
        77 FS-RESULTADOS        PIC XX.
        77 NOME-RESULTADOS      PIC X(12).
        77 RES-TIPO             PIC X.
           88 VALIDAR-RES-TIPO      VALUE "Q", "A", "S", "P".
        77 RES-PERIODOS         PIC 9(2).
        77 RES-CONT             PIC 9(4).
        77 RES-SOMA             PIC 9(5).
        77 RES-TOT-CONT         PIC 9(5).
        77 RES-TOT-SOMA         PIC 9(6).
        77 RES-MEDIA            PIC 9(2)V9.
        77 RES-SAIDA            PIC Z.Z.
        77 RES-CONT-SAIDA       PIC ZZZ9.
        77 RES-FECHO-SAIDA      PIC 9999/99/99.
        77 RES-ANONIMO-GUARDADO PIC X.
        77 RES-PER-IDX          PIC 9(3).
        77 RES-DEP              PIC 9(2).
        77 RES-NOTA             PIC 9.
        01 RES-NOTAS.
           05 RES-NOTA-Q        PIC 9 OCCURS 10 TIMES.
        01 RES-PERGUNTAS.
           05 RES-Q-SOMA        PIC 9(5) OCCURS 10 TIMES.
           05 RES-Q-CONT        PIC 9(4) OCCURS 10 TIMES.

      * itens de trabalho dos dados pessoais (op᧵o 30): o titular,
      * as respostas que lhe pertencem (n£mero e per°odo), a imagem
      * plana do registo lido de um ficheiro sequencial, de uma
      * c¢pia ou de um arquivo, e os contadores do relat¢rio e do
      * apagamento.
        77 FS-RGPD              PIC XX.
        77 FS-APAGAMENTOS       PIC XX.
        77 RGP-OPCAO            PIC X.
           88 VALIDAR-RGP-OPCAO     VALUE "C", "A", "X".
        77 RGP-NOME             PIC X(12).
        77 RGP-PSEUDONIMO       PIC X(12) VALUE "APAGADO".
        77 RGP-FUNC-IDX         PIC 9(3).
        77 RGP-FUNC-MATRICULA   PIC 9(5).
        77 RGP-DESDE            PIC 9(8).
        77 RGP-HOJE             PIC 9(8).
        77 RGP-HORA             PIC 9(8).
        77 RGP-DIAS             PIC 9(7).
        77 RGP-DIAS-FIM         PIC 9(7).
        77 RGP-DATA-FICHEIRO    PIC 9(8).
        77 RGP-NOME-FICHEIRO    PIC X(20).
        77 RGP-NUMERO           PIC 9(5).
        77 RGP-IDX              PIC 9(3).
        77 RGP-PER-IDX          PIC 9(3).
        77 RGP-ID-PROCURADO     PIC 9(5).
        77 RGP-ID-PERIODO       PIC X(6).
        77 RGP-MAIOR-ID         PIC 9(5).
        77 RGP-ORIGEM           PIC X(20).
        77 RGP-TIPO-IMAGEM      PIC X.
           88 IMAGEM-E-RESPOSTA     VALUE "R".
           88 IMAGEM-E-FUNCIONARIO  VALUE "F".
           88 IMAGEM-E-AUDITORIA    VALUE "U".
           88 IMAGEM-E-MODERACAO    VALUE "M".
        77 RGP-POS-COMENT       PIC 9(3).
        77 RGP-POS-COMENT-2     PIC 9(3).
        77 RGP-POS-PERIODO      PIC 9(3).
        77 RGP-CONT-TOTAL       PIC 9(5).
        77 RGP-CONT-FICHEIRO    PIC 9(5).
        77 RGP-CONT-RESPOSTAS   PIC 9(5).
        77 RGP-CONT-ARQUIVO     PIC 9(5).
        77 RGP-CONT-COPIAS      PIC 9(5).
        77 RGP-CONT-AUDITORIA   PIC 9(5).
        77 RGP-CONT-QUADRO      PIC 9(5).
        77 RGP-CONT-MODERACAO   PIC 9(5).
        77 RGP-REAPLICADOS      PIC 9(5) VALUE 0.
        77 SW-RGP-ID            PIC X VALUE "N".
           88 RGP-ID-E-DO-TITULAR   VALUE "S".
        77 SW-RGP-ANTIGO        PIC X VALUE "N".
           88 RGP-TRACADO-ANTIGO    VALUE "S".
        77 SW-RGP-QUADRO        PIC X VALUE "N".
           88 RGP-APAGA-QUADRO      VALUE "S".
        01 RGP-RESPOSTAS.
           05 RGP-RESP-ID       PIC 9(5) OCCURS 300 TIMES.
           05 RGP-RESP-PERIODO  PIC X(6) OCCURS 300 TIMES.
        77 RGP-RESP-TOTAL       PIC 9(3) VALUE 0.
      * uma resposta (do ficheiro vivo, do arquivo ou de uma c¢pia)
      * e um registo de auditoria no traáado actual, para o relat¢rio
      * os mostrar da mesma maneira venham de onde vierem.
        01 RGP-RESP.
           05 RGP-R-MATRICULA   PIC 9(5).
           05 RGP-R-NOME        PIC X(12).
           05 RGP-R-DEP         PIC 9(2).
           05 RGP-R-NOTA        PIC 9.
           05 RGP-R-NOTAS       PIC X(10).
           05 RGP-R-COMENTARIO  PIC X(40).
           05 RGP-R-PERIODO     PIC X(6).
           05 RGP-R-ANTIGUIDADE PIC X.
           05 RGP-R-GRAU        PIC X(2).
           05 RGP-R-TIPO        PIC X.
           05 FILLER            PIC X(50).
        01 RGP-AUD.
           05 RGP-A-OPERADOR    PIC X(8).
           05 RGP-A-OPCAO       PIC 99.
           05 RGP-A-DATA        PIC 9(8).
           05 RGP-A-HORA        PIC 9(8).
           05 RGP-A-TIPO        PIC X(3).
           05 RGP-A-MATRICULA   PIC 9(5).
           05 RGP-A-DEP-ANT     PIC 9(2).
           05 RGP-A-NOTA-ANT    PIC 9.
           05 RGP-A-COMENT-ANT  PIC X(40).
           05 RGP-A-DEP-NOVO    PIC 9(2).
           05 RGP-A-NOTA-NOVA   PIC 9.
           05 RGP-A-COMENT-NOVO PIC X(40).
           05 FILLER            PIC X(10).

      * somas por departamento e por pergunta, para a MEDIA poder
      * mostrar que pergunta est† a puxar um departamento para baixo.
        01 DEP-MEDIAS-PERG.
           05 MDQ-DEP           OCCURS 99 TIMES.
              10 MDQ-SOMA       PIC 9(4) OCCURS 10 TIMES.
        77 MDQ-MEDIA            PIC 9(2)V9.
        01 MDQ-SAIDAS.
           05 MDQ-SAIDA         PIC Z.Z OCCURS 99 TIMES.
      * versÑo em texto das mÇdias por pergunta, para poder mostrar
      * "N/D" quando a supressÑo de grupos pequenos se aplica.
        01 MDQ-TEXTOS.
           05 MDQ-TEXTO         PIC X(3) OCCURS 99 TIMES.

        01 RELATORIO-BUFFER.
           05 RELATORIO-LINHA   PIC X(80) OCCURS 250 TIMES.
        77 RELATORIO-TOTAL      PIC 9(3) VALUE 0.
        77 LINHA-AUX            PIC X(80).
        77 SW-RELATORIO-TRUNC   PIC X(01) VALUE "N".
        05 COL 59 VALUE "restauro" LINE 15.
        05 COL 40 VALUE "24| Lista de faltas e" LINE 16.
        05 COL 63 VALUE "lembretes" LINE 16.
        05 COL 40 VALUE "25| Hist¢rico das" LINE 17.
        05 COL 58 VALUE "execuá§es" LINE 17.
        05 COL 40 VALUE "26| ManutenáÑo das" LINE 18.
        05 COL 59 VALUE "direcá§es" LINE 18.
        05 COL 40 VALUE "27| Factores-chave da" LINE 19.
        05 COL 61 VALUE "satisfa᧵o" LINE 19.
        05 COL 40 VALUE "28| Antiguidade e grau" LINE 20.
        05 COL 40 VALUE "29| Resultados por tipo" LINE 21.
        05 COL 64 VALUE "30| Dados RGPD" LINE 20.
        05 COL 64 VALUE "31| Bal. lotes" LINE 21.
        05 COL 1 VALUE "99| Terminar o programa" LINE 21.
         05 COL 1 VALUE "--------------------------------------"LINE 22
           FOREGROUND-COLOR 1.
       PROCEDURE DIVISION.
       INICIO.

      * os ficheiros ainda no traáado de departamento de um d°gito
      * sÑo convertidos uma £nica vez, antes de qualquer carga.
           PERFORM CONVERTE-DADOS-V2.
           PERFORM CARREGA-FICHEIRO-RESPOSTAS.
           PERFORM CARREGA-DIRECCOES.
           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-FICHEIRO-FUNCIONARIOS.
           PERFORM CARREGA-PERGUNTAS.
           PERFORM CARREGA-CATEGORIAS.
           PERFORM CARREGA-PLANOS.
           PERFORM CARREGA-CONFIG-ALERTAS.
           IF CONVERSAO-FOI-FEITA THEN
               PERFORM RECONSTROI-HISTORICO-DIRECCOES
           END-IF.

      * se existir um ficheiro de parÉmetros, o programa corre de
      * ponta a ponta sem operador (janela nocturna); sem ele,
             PERFORM WITH TEST AFTER UNTIL (VALIDAR-OPCAOMENU)
               ACCEPT OPCAOMENU AT 2302
               IF (NOT VALIDAR-OPCAOMENU) THEN
                   DISPLAY "INSIRA: 1 A 31 ou 99" AT 2326
                   FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   DISPLAY " " ERASE EOL AT 2326
                       WHEN 22 PERFORM IMPRIME-RELATORIOS-DEP
                       WHEN 23 PERFORM SALVAGUARDA-RESTAURO
                       WHEN 24 PERFORM LISTA-FALTAS
                       WHEN 25 PERFORM HISTORICO-EXECUCOES
                       WHEN 26 PERFORM MANUTENCAO-DIRECCOES
                       WHEN 27 PERFORM FACTORES-CHAVE
                       WHEN 28 PERFORM PERFIL-RESPOSTAS
                       WHEN 29 PERFORM RESULTADOS-POR-TIPO
                       WHEN 30 PERFORM DADOS-PESSOAIS
                       WHEN 31 PERFORM BALANCO-LOTES
                       WHEN 99 CONTINUE
                   END-EVALUATE
               ELSE
      * EXECUTA-BATCH corre a janela nocturna de ponta a ponta sem
      * nenhum ACCEPT: lÉ PARAMS.DAT (operador, per°odo e passos),
      * executa os passos pedidos e deixa o resumo da execuáÑo com o
      * c¢digo de retorno em EXECUCAO.LOG, que acumula as noites
      * umas a seguir ·s outras. Cada passo fica registado em
      * CTLEXEC.DAT e HISTEXEC.DAT; numa repeti᧵o da mesma data e
      * per°odo os passos j† terminados sÑo saltados.
       EXECUTA-BATCH.
           MOVE 0 TO CODIGO-RETORNO.
           MOVE SPACE TO PRM-RERUN.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT HORA-EXECUCAO FROM TIME.
           MOVE "S" TO SW-PARAMS-OK.
           READ FICHEIRO-PARAMS
               AT END MOVE "N" TO SW-PARAMS-OK
           IF PARAMS-SAO-OK THEN
               MOVE PRM-REGISTO (1:6) TO PERIODO-ATUAL
               MOVE PRM-REGISTO (8:1) TO PRM-ANONIMO
               MOVE DIAS-PULSO TO DIAS-RECOLHA
               IF PRM-REGISTO (19:2) IS NUMERIC THEN
                   MOVE PRM-REGISTO (19:2) TO DIAS-RECOLHA
                   IF (NOT VALIDAR-DIAS-RECOLHA) THEN
                       MOVE DIAS-PULSO TO DIAS-RECOLHA
                   END-IF
               END-IF
               IF PRM-REGISTO (10:8) IS NUMERIC AND
                  PRM-REGISTO (10:8) NOT = "00000000" THEN
                   MOVE PRM-REGISTO (10:8) TO DATA-EXECUCAO
               END-IF
               READ FICHEIRO-PARAMS
                   AT END MOVE "N" TO SW-PARAMS-OK
               END-READ
           END-IF.
           IF PARAMS-SAO-OK THEN
               MOVE PRM-REGISTO (1:10) TO PRM-PASSOS
               MOVE PRM-REGISTO (12:1) TO PRM-RERUN
           END-IF.
           CLOSE FICHEIRO-PARAMS.

           OPEN EXTEND FICHEIRO-LOG.
           IF FS-LOG NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-LOG
           END-IF.
           MOVE DATA-EXECUCAO TO LOG-DATA.
           MOVE HORA-EXECUCAO TO LOG-HORA.
           MOVE ALL "=" TO LINHA-AUX (1:60).
           PERFORM ESCREVE-LOG.
           MOVE SPACES TO LINHA-AUX.
           STRING "EXECUCAO NAO ASSISTIDA EM " DELIMITED BY SIZE
                  LOG-DATA                     DELIMITED BY SIZE
                  OPERADOR-ID                  DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-LOG.
           MOVE "A" TO HEX-TIPO.
           MOVE SPACE TO HEX-PASSO.
           MOVE HORA-EXECUCAO TO HEX-INICIO.
           MOVE 0 TO HEX-FIM.
           MOVE 0 TO HEX-RC.
           MOVE PRM-RERUN TO HEX-ESTADO.
           MOVE 0 TO HEX-RESPOSTAS.
           PERFORM ESCREVE-HIST-EXECUCAO.

           IF (NOT PARAMS-SAO-OK) THEN
               MOVE "PARAMETROS INCOMPLETOS - EXECUCAO ABANDONADA"
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
               PERFORM PREPARA-PERIODO-BATCH
               PERFORM CARREGA-CONTROLO-EXECUCAO
               PERFORM DETERMINA-REINICIO
      * cada passo Ç marcado como iniciado antes de correr e como
      * terminado (com o seu c¢digo de retorno) depois: se a janela
      * morrer a meio, o passo fica iniciado e sem fim, e Ç por ele
      * que a repeti᧵o recomeáa.
               PERFORM VARYING PASSO-IDX FROM 1 BY 1
                       UNTIL PASSO-IDX > 10
                          OR SALVAGUARDA-FALHOU
                   MOVE PRM-PASSOS (PASSO-IDX:1) TO PASSO-ACTUAL
                   IF PASSO-ACTUAL NOT = SPACE THEN
                       PERFORM DECIDE-SALTO-PASSO
                       IF PASSO-E-SALTADO THEN
                           PERFORM REGISTA-PASSO-SALTADO
                       ELSE
                           PERFORM REGISTA-INICIO-PASSO
                           PERFORM EXECUTA-PASSO-BATCH
                           PERFORM REGISTA-FIM-PASSO
                       END-IF
                   END-IF
               END-PERFORM
      * uma verifica᧵o falhada (passo V) nÑo deixa correr mais
      * nenhum passo: melhor parar a janela do que carregar em cima
               PERFORM ESCREVE-LOG
               END-IF
           END-IF.
           MOVE "F" TO HEX-TIPO.
           MOVE SPACE TO HEX-PASSO.
           MOVE HORA-EXECUCAO TO HEX-INICIO.
           ACCEPT HEX-FIM FROM TIME.
           MOVE CODIGO-RETORNO TO HEX-RC.
           MOVE "T" TO HEX-ESTADO.
           MOVE TOTAL-REGISTOS TO HEX-RESPOSTAS.
           PERFORM ESCREVE-HIST-EXECUCAO.

           MOVE SPACES TO LINHA-AUX.
           STRING "CODIGO DE RETORNO: " DELIMITED BY SIZE
           PERFORM ESCREVE-LOG.
           CLOSE FICHEIRO-LOG.

      *________________________________________________________________________*
      * EXECUTA-PASSO-BATCH corre o passo PASSO-ACTUAL da janela
      * nocturna.
       EXECUTA-PASSO-BATCH.
           EVALUATE PASSO-ACTUAL
               WHEN "C" PERFORM BATCH-CARGA
               WHEN "F" PERFORM BATCH-SINCRONIZA
               WHEN "R" PERFORM RECONCILIACAO-DEPARTAMENTOS
               WHEN "M" PERFORM MEDIA-BATCH
               WHEN "I" PERFORM IMPRIME-RELATORIO
               WHEN "E" PERFORM EXPORTA-CSV
               WHEN "A" PERFORM BATCH-ANUAL
               WHEN "V" PERFORM BATCH-SALVAGUARDA
               WHEN "K" PERFORM BATCH-FACTORES
               WHEN OTHER
                   MOVE SPACES TO LINHA-AUX
                   STRING "PASSO DESCONHECIDO: " DELIMITED BY SIZE
                          PASSO-ACTUAL           DELIMITED BY SIZE
                          INTO LINHA-AUX
                   PERFORM ESCREVE-LOG
                   IF CODIGO-RETORNO < 4 THEN
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
           END-EVALUATE.

      *________________________________________________________________________*
      * CARREGA-CONTROLO-EXECUCAO lÉ CTLEXEC.DAT para CEX-TABLE.
       CARREGA-CONTROLO-EXECUCAO.
           MOVE 0 TO CEX-TOTAL.
           OPEN INPUT FICHEIRO-CTL-EXEC.
           IF FS-CTL-EXEC = "00" THEN
               READ FICHEIRO-CTL-EXEC
                   AT END MOVE "10" TO FS-CTL-EXEC
               END-READ
               PERFORM UNTIL (FS-CTL-EXEC = "10") OR (CEX-TOTAL >= 100)
                   ADD 1 TO CEX-TOTAL
                   MOVE CEX-DATA      TO CX-DATA      (CEX-TOTAL)
                   MOVE CEX-PERIODO   TO CX-PERIODO   (CEX-TOTAL)
                   MOVE CEX-PASSO-IDX TO CX-PASSO-IDX (CEX-TOTAL)
                   MOVE CEX-PASSO     TO CX-PASSO     (CEX-TOTAL)
                   MOVE CEX-INICIO    TO CX-INICIO    (CEX-TOTAL)
                   MOVE CEX-FIM       TO CX-FIM       (CEX-TOTAL)
                   MOVE CEX-RC        TO CX-RC        (CEX-TOTAL)
                   MOVE CEX-ESTADO    TO CX-ESTADO    (CEX-TOTAL)
                   READ FICHEIRO-CTL-EXEC
                       AT END MOVE "10" TO FS-CTL-EXEC
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CTL-EXEC
           END-IF.

      *________________________________________________________________________*
      * GRAVA-CONTROLO-EXECUCAO reescreve CTLEXEC.DAT a partir de
      * CEX-TABLE; Ç chamada no in°cio e no fim de cada passo, para o
      * estado em disco acompanhar sempre a execuáÑo.
       GRAVA-CONTROLO-EXECUCAO.
           OPEN OUTPUT FICHEIRO-CTL-EXEC.
           PERFORM VARYING CEX-IDX FROM 1 BY 1
                   UNTIL CEX-IDX > CEX-TOTAL
               MOVE CX-DATA      (CEX-IDX) TO CEX-DATA
               MOVE CX-PERIODO   (CEX-IDX) TO CEX-PERIODO
               MOVE CX-PASSO-IDX (CEX-IDX) TO CEX-PASSO-IDX
               MOVE CX-PASSO     (CEX-IDX) TO CEX-PASSO
               MOVE CX-INICIO    (CEX-IDX) TO CEX-INICIO
               MOVE CX-FIM       (CEX-IDX) TO CEX-FIM
               MOVE CX-RC        (CEX-IDX) TO CEX-RC
               MOVE CX-ESTADO    (CEX-IDX) TO CEX-ESTADO
               WRITE CEX-REGISTO
           END-PERFORM.
           CLOSE FICHEIRO-CTL-EXEC.

      *________________________________________________________________________*
      * PROCURA-PASSO-CONTROLO procura em CEX-TABLE o passo em
      * PASSO-IDX / PASSO-ACTUAL da execuáÑo com a chave
      * DATA-EXECUCAO + PERIODO-ATUAL.
       PROCURA-PASSO-CONTROLO.
           MOVE "N" TO SW-CEX-ENCONTRADO.
           MOVE 0 TO CEX-ENCONTRADO-IDX.
           PERFORM VARYING CEX-IDX FROM 1 BY 1
                   UNTIL (CEX-IDX > CEX-TOTAL) OR CEX-E-ENCONTRADO
               IF CX-DATA (CEX-IDX) = DATA-EXECUCAO AND
                  CX-PERIODO (CEX-IDX) = PERIODO-ATUAL AND
                  CX-PASSO-IDX (CEX-IDX) = PASSO-IDX AND
                  CX-PASSO (CEX-IDX) = PASSO-ACTUAL THEN
                   MOVE "S" TO SW-CEX-ENCONTRADO
                   MOVE CEX-IDX TO CEX-ENCONTRADO-IDX
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * DETERMINA-REINICIO apura em PASSO-REINICIO o primeiro passo
      * da linha de passos que ainda nÑo terminou bem (c¢digo de
      * retorno abaixo de 8) numa execuáÑo anterior com a mesma
      * chave; os passos antes dele sÑo saltados. Com rerun completo
      * corre tudo desde o primeiro passo.
       DETERMINA-REINICIO.
           MOVE 1 TO PASSO-REINICIO.
           IF RERUN-COMPLETO THEN
               MOVE "RERUN COMPLETO PEDIDO - CORREM TODOS OS PASSOS"
                   TO LINHA-AUX
               PERFORM ESCREVE-LOG
           ELSE
               PERFORM VARYING PASSO-IDX FROM 1 BY 1
                       UNTIL PASSO-IDX > 10
                   IF PASSO-REINICIO = PASSO-IDX THEN
                       MOVE PRM-PASSOS (PASSO-IDX:1) TO PASSO-ACTUAL
                       IF PASSO-ACTUAL = SPACE THEN
                           ADD 1 TO PASSO-REINICIO
                       ELSE
                           PERFORM PROCURA-PASSO-CONTROLO
                           IF CEX-E-ENCONTRADO THEN
                               IF CX-ESTADO (CEX-ENCONTRADO-IDX) = "T"
                                  AND CX-RC (CEX-ENCONTRADO-IDX) < 8
                                   ADD 1 TO PASSO-REINICIO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF PASSO-REINICIO > 1 THEN
                   MOVE SPACES TO LINHA-AUX
                   IF PASSO-REINICIO > 10 THEN
                       MOVE "REPETICAO: TODOS OS PASSOS JA TERMINADOS"
                           TO LINHA-AUX
                   ELSE
                       STRING "REPETICAO: RECOMECA NO PASSO "
                                                   DELIMITED BY SIZE
                              PASSO-REINICIO       DELIMITED BY SIZE
                              " ("                 DELIMITED BY SIZE
                              PRM-PASSOS (PASSO-REINICIO:1)
                                                   DELIMITED BY SIZE
                              ")"                  DELIMITED BY SIZE
                              INTO LINHA-AUX
                   END-IF
                   PERFORM ESCREVE-LOG
               END-IF
           END-IF.
      * o passo M s¢ deixa o relat¢rio no buffer de impressÑo: se
      * ainda houver um I por correr, o M volta a correr mesmo que
      * j† tenha terminado, senÑo o I imprimia um buffer vazio.
           MOVE "N" TO SW-IMPRESSAO-POR-CORRER.
           PERFORM VARYING PASSO-IDX FROM PASSO-REINICIO BY 1
                   UNTIL PASSO-IDX > 10
               IF PRM-PASSOS (PASSO-IDX:1) = "I" THEN
                   MOVE "S" TO SW-IMPRESSAO-POR-CORRER
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * DECIDE-SALTO-PASSO decide se o passo em PASSO-IDX Ç saltado
      * por j† ter terminado numa execuáÑo anterior.
       DECIDE-SALTO-PASSO.
           MOVE "N" TO SW-SALTA-PASSO.
           IF PASSO-IDX < PASSO-REINICIO THEN
               MOVE "S" TO SW-SALTA-PASSO
               IF PASSO-ACTUAL = "M" AND IMPRESSAO-POR-CORRER THEN
                   MOVE "N" TO SW-SALTA-PASSO
               END-IF
           END-IF.

      *________________________________________________________________________*
      * REGISTA-PASSO-SALTADO deixa no log e no hist¢rico o passo
      * saltado, com o c¢digo de retorno que teve quando terminou
      * (que continua a contar para o c¢digo de retorno da janela).
       REGISTA-PASSO-SALTADO.
           PERFORM PROCURA-PASSO-CONTROLO.
           IF CEX-E-ENCONTRADO THEN
               MOVE CX-RC (CEX-ENCONTRADO-IDX) TO RC-PASSO
           ELSE
               MOVE 0 TO RC-PASSO
           END-IF.
           IF CODIGO-RETORNO < RC-PASSO THEN
               MOVE RC-PASSO TO CODIGO-RETORNO
           END-IF.
           MOVE SPACES TO LINHA-AUX.
           STRING "PASSO "                 DELIMITED BY SIZE
                  PASSO-ACTUAL             DELIMITED BY SIZE
                  " JA TERMINADO (RC "     DELIMITED BY SIZE
                  RC-PASSO                 DELIMITED BY SIZE
                  ") - SALTADO"            DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-LOG.
           MOVE "P" TO HEX-TIPO.
           MOVE PASSO-ACTUAL TO HEX-PASSO.
           IF CEX-E-ENCONTRADO THEN
               MOVE CX-INICIO (CEX-ENCONTRADO-IDX) TO HEX-INICIO
               MOVE CX-FIM (CEX-ENCONTRADO-IDX)    TO HEX-FIM
           ELSE
               MOVE 0 TO HEX-INICIO
               MOVE 0 TO HEX-FIM
           END-IF.
           MOVE RC-PASSO TO HEX-RC.
           MOVE "S" TO HEX-ESTADO.
           MOVE TOTAL-REGISTOS TO HEX-RESPOSTAS.
           PERFORM ESCREVE-HIST-EXECUCAO.

      *________________________________________________________________________*
      * REGISTA-INICIO-PASSO marca o passo como iniciado em
      * CTLEXEC.DAT antes de ele correr e isola o seu c¢digo de
      * retorno do acumulado da janela. Com a tabela cheia sai a
      * entrada mais antiga.
       REGISTA-INICIO-PASSO.
           ACCEPT HORA-PASSO FROM TIME.
           PERFORM PROCURA-PASSO-CONTROLO.
           IF (NOT CEX-E-ENCONTRADO) THEN
               IF CEX-TOTAL >= 100 THEN
                   PERFORM VARYING CEX-IDX FROM 1 BY 1
                           UNTIL CEX-IDX >= CEX-TOTAL
                       MOVE CX-DATA (CEX-IDX + 1) TO CX-DATA (CEX-IDX)
                       MOVE CX-PERIODO (CEX-IDX + 1)
                           TO CX-PERIODO (CEX-IDX)
                       MOVE CX-PASSO-IDX (CEX-IDX + 1)
                           TO CX-PASSO-IDX (CEX-IDX)
                       MOVE CX-PASSO (CEX-IDX + 1)
                           TO CX-PASSO (CEX-IDX)
                       MOVE CX-INICIO (CEX-IDX + 1)
                           TO CX-INICIO (CEX-IDX)
                       MOVE CX-FIM (CEX-IDX + 1) TO CX-FIM (CEX-IDX)
                       MOVE CX-RC (CEX-IDX + 1) TO CX-RC (CEX-IDX)
                       MOVE CX-ESTADO (CEX-IDX + 1)
                           TO CX-ESTADO (CEX-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM CEX-TOTAL
               END-IF
               ADD 1 TO CEX-TOTAL
               MOVE CEX-TOTAL     TO CEX-ENCONTRADO-IDX
               MOVE DATA-EXECUCAO TO CX-DATA      (CEX-TOTAL)
               MOVE PERIODO-ATUAL TO CX-PERIODO   (CEX-TOTAL)
               MOVE PASSO-IDX     TO CX-PASSO-IDX (CEX-TOTAL)
               MOVE PASSO-ACTUAL  TO CX-PASSO     (CEX-TOTAL)
           END-IF.
           MOVE HORA-PASSO TO CX-INICIO (CEX-ENCONTRADO-IDX).
           MOVE 0          TO CX-FIM    (CEX-ENCONTRADO-IDX).
           MOVE 0          TO CX-RC     (CEX-ENCONTRADO-IDX).
           MOVE "I"        TO CX-ESTADO (CEX-ENCONTRADO-IDX).
           PERFORM GRAVA-CONTROLO-EXECUCAO.
           MOVE CODIGO-RETORNO TO RC-ANTES-PASSO.
           MOVE 0 TO CODIGO-RETORNO.

      *________________________________________________________________________*
      * REGISTA-FIM-PASSO marca o passo como terminado com o seu
      * c¢digo de retorno, rep§e o acumulado da janela e deixa o
      * passo no hist¢rico.
       REGISTA-FIM-PASSO.
           MOVE CODIGO-RETORNO TO RC-PASSO.
           IF CODIGO-RETORNO < RC-ANTES-PASSO THEN
               MOVE RC-ANTES-PASSO TO CODIGO-RETORNO
           END-IF.
           ACCEPT HORA-PASSO FROM TIME.
           PERFORM PROCURA-PASSO-CONTROLO.
           IF CEX-E-ENCONTRADO THEN
               MOVE HORA-PASSO TO CX-FIM    (CEX-ENCONTRADO-IDX)
               MOVE RC-PASSO   TO CX-RC     (CEX-ENCONTRADO-IDX)
               MOVE "T"        TO CX-ESTADO (CEX-ENCONTRADO-IDX)
               MOVE CX-INICIO (CEX-ENCONTRADO-IDX) TO HEX-INICIO
               PERFORM GRAVA-CONTROLO-EXECUCAO
           ELSE
               MOVE HORA-PASSO TO HEX-INICIO
           END-IF.
           MOVE SPACES TO LINHA-AUX.
           STRING "PASSO "          DELIMITED BY SIZE
                  PASSO-ACTUAL      DELIMITED BY SIZE
                  " TERMINADO RC "  DELIMITED BY SIZE
                  RC-PASSO          DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-LOG.
           MOVE "P" TO HEX-TIPO.
           MOVE PASSO-ACTUAL TO HEX-PASSO.
           MOVE HORA-PASSO TO HEX-FIM.
           MOVE RC-PASSO TO HEX-RC.
           MOVE "T" TO HEX-ESTADO.
           MOVE TOTAL-REGISTOS TO HEX-RESPOSTAS.
           PERFORM ESCREVE-HIST-EXECUCAO.

      *________________________________________________________________________*
      * ESCREVE-HIST-EXECUCAO acrescenta a HISTEXEC.DAT o registo
      * preparado em HEX-REGISTO, com a identifica᧵o da execuáÑo.
       ESCREVE-HIST-EXECUCAO.
           MOVE DATA-EXECUCAO TO HEX-DATA.
           MOVE HORA-EXECUCAO TO HEX-HORA.
           MOVE PERIODO-ATUAL TO HEX-PERIODO.
           MOVE OPERADOR-ID   TO HEX-OPERADOR.
           OPEN EXTEND FICHEIRO-HIST-EXEC.
           IF FS-HIST-EXEC NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-HIST-EXEC
           END-IF.
           WRITE HEX-REGISTO.
           CLOSE FICHEIRO-HIST-EXEC.

      *________________________________________________________________________*
      * HISTORICO-EXECUCOES (op᧵o 25) lista as execuá§es nocturnas
      * das £ltimas N noites a partir de HISTEXEC.DAT: cada arranque
      * com os seus passos (horas, c¢digo de retorno, respostas do
      * per°odo no fim do passo) e o fim da execuáÑo, ou o aviso de
      * que a execuáÑo nÑo terminou. O resultado fica tambÇm no
      * buffer do relat¢rio para a op᧵o 6 o imprimir.
       HISTORICO-EXECUCOES.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "HIST¢RICO DAS EXECUÄ§ES NOCTURNAS" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "N£mero de noites a listar (0 = 7): " AT 0901.
           MOVE 0 TO HEX-NOITES.
           ACCEPT HEX-NOITES AT 0937.
           IF HEX-NOITES = 0 THEN
               MOVE 7 TO HEX-NOITES
           END-IF.

      * 1¦ passagem: as datas distintas de execuáÑo, para achar a
      * mais antiga das N mais recentes (data de corte).
           MOVE 0 TO HD-TOTAL.
           OPEN INPUT FICHEIRO-HIST-EXEC.
           IF FS-HIST-EXEC = "00" THEN
               READ FICHEIRO-HIST-EXEC
                   AT END MOVE "10" TO FS-HIST-EXEC
               END-READ
               PERFORM UNTIL FS-HIST-EXEC = "10"
                   PERFORM GUARDA-DATA-EXECUCAO
                   READ FICHEIRO-HIST-EXEC
                       AT END MOVE "10" TO FS-HIST-EXEC
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HIST-EXEC
           END-IF.
           MOVE 99999999 TO HEX-CORTE.
           PERFORM VARYING HD-IDX FROM 1 BY 1 UNTIL HD-IDX > HD-TOTAL
               MOVE 0 TO HD-MAIS-RECENTES
               PERFORM VARYING HD-IDX2 FROM 1 BY 1
                       UNTIL HD-IDX2 > HD-TOTAL
                   IF HD-DATA (HD-IDX2) > HD-DATA (HD-IDX) THEN
                       ADD 1 TO HD-MAIS-RECENTES
                   END-IF
               END-PERFORM
               IF HD-MAIS-RECENTES < HEX-NOITES AND
                  HD-DATA (HD-IDX) < HEX-CORTE THEN
                   MOVE HD-DATA (HD-IDX) TO HEX-CORTE
               END-IF
           END-PERFORM.

           MOVE 0 TO RELATORIO-TOTAL.
           MOVE "N" TO SW-RELATORIO-TRUNC.
           MOVE SPACES TO LINHA-AUX.
           STRING "HISTORICO DAS EXECUCOES - ULTIMAS " DELIMITED BY SIZE
                  HEX-NOITES                           DELIMITED BY SIZE
                  " NOITES"                            DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM GUARDA-LINHA-RELATORIO.

      * 2¦ passagem: as execuá§es da data de corte em diante.
           DISPLAY CLS
           DISPLAY CABECALHO.
           MOVE 7 TO LINHA.
           MOVE 7 TO LINHA-TOPO-PAGINA.
           MOVE 0 TO CONTADOR-HEX-LISTADOS.
           MOVE "N" TO SW-HEX-ABERTA.
           OPEN INPUT FICHEIRO-HIST-EXEC.
           IF FS-HIST-EXEC NOT = "00" THEN
               DISPLAY "AINDA NéO H† HIST¢RICO DE EXECUÄ§ES"
                   AT LINE LINHA COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               ADD 1 TO LINHA
           ELSE
               READ FICHEIRO-HIST-EXEC
                   AT END MOVE "10" TO FS-HIST-EXEC
               END-READ
               PERFORM UNTIL FS-HIST-EXEC = "10"
                   IF HEX-DATA >= HEX-CORTE THEN
                       PERFORM EMITE-LINHA-HIST-EXECUCAO
                   END-IF
                   READ FICHEIRO-HIST-EXEC
                       AT END MOVE "10" TO FS-HIST-EXEC
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HIST-EXEC
               IF EXECUCAO-ABERTA THEN
                   PERFORM EMITE-EXECUCAO-NAO-TERMINADA
               END-IF
           END-IF.
           ADD 1 TO LINHA.
           DISPLAY "EXECUÄ§ES LISTADAS: " AT LINE LINHA COL 01.
           DISPLAY CONTADOR-HEX-LISTADOS  AT LINE LINHA COL 21.
           ADD 1 TO LINHA.
           DISPLAY "RELAT¢RIO DISPONãVEL P/ IMPRESSéO (OPÄéO 6)"
               AT LINE LINHA COL 01.
           ADD 2 TO LINHA.
           DISPLAY "Pressione ENTER para continuar"
               AT LINE LINHA COL 01.
           ACCEPT OMITTED AT LINE LINHA COL 33.

      *________________________________________________________________________*
      * GUARDA-DATA-EXECUCAO junta HEX-DATA · tabela de datas
      * distintas, se ainda l† nÑo estiver. Com a tabela cheia
      * substitui a data mais antiga, se a nova for mais recente.
       GUARDA-DATA-EXECUCAO.
           MOVE "N" TO SW-HD-ENCONTRADA.
           PERFORM VARYING HD-IDX FROM 1 BY 1
                   UNTIL (HD-IDX > HD-TOTAL) OR HD-E-ENCONTRADA
               IF HD-DATA (HD-IDX) = HEX-DATA THEN
                   MOVE "S" TO SW-HD-ENCONTRADA
               END-IF
           END-PERFORM.
           IF (NOT HD-E-ENCONTRADA) THEN
               IF HD-TOTAL < 400 THEN
                   ADD 1 TO HD-TOTAL
                   MOVE HEX-DATA TO HD-DATA (HD-TOTAL)
               ELSE
                   MOVE 1 TO HD-IDX2
                   PERFORM VARYING HD-IDX FROM 2 BY 1
                           UNTIL HD-IDX > HD-TOTAL
                       IF HD-DATA (HD-IDX) < HD-DATA (HD-IDX2) THEN
                           MOVE HD-IDX TO HD-IDX2
                       END-IF
                   END-PERFORM
                   IF HEX-DATA > HD-DATA (HD-IDX2) THEN
                       MOVE HEX-DATA TO HD-DATA (HD-IDX2)
                   END-IF
               END-IF
           END-IF.

      *________________________________________________________________________*
      * EMITE-LINHA-HIST-EXECUCAO mostra e guarda no buffer o registo
      * do hist¢rico acabado de ler. Um arranque com a execuáÑo
      * anterior ainda aberta (sem registo de fim) denuncia que essa
      * execuáÑo nÑo terminou.
       EMITE-LINHA-HIST-EXECUCAO.
           MOVE SPACES TO LINHA-AUX.
           EVALUATE HEX-TIPO
               WHEN "A"
                   IF EXECUCAO-ABERTA THEN
                       PERFORM EMITE-EXECUCAO-NAO-TERMINADA
                   END-IF
                   MOVE "S" TO SW-HEX-ABERTA
                   ADD 1 TO CONTADOR-HEX-LISTADOS
                   STRING "NOITE "             DELIMITED BY SIZE
                          HEX-DATA             DELIMITED BY SIZE
                          " ARRANQUE "         DELIMITED BY SIZE
                          HEX-HORA (1:2)       DELIMITED BY SIZE
                          ":"                  DELIMITED BY SIZE
                          HEX-HORA (3:2)       DELIMITED BY SIZE
                          " PERIODO "          DELIMITED BY SIZE
                          HEX-PERIODO          DELIMITED BY SIZE
                          " OPERADOR "         DELIMITED BY SIZE
                          HEX-OPERADOR         DELIMITED BY SIZE
                          INTO LINHA-AUX
                   IF HEX-ESTADO = "T" THEN
                       MOVE "RERUN COMPLETO" TO LINHA-AUX (63:14)
                   END-IF
               WHEN "P"
                   STRING "  PASSO "           DELIMITED BY SIZE
                          HEX-PASSO            DELIMITED BY SIZE
                          "  "                 DELIMITED BY SIZE
                          HEX-INICIO (1:2)     DELIMITED BY SIZE
                          ":"                  DELIMITED BY SIZE
                          HEX-INICIO (3:2)     DELIMITED BY SIZE
                          "-"                  DELIMITED BY SIZE
                          HEX-FIM (1:2)        DELIMITED BY SIZE
                          ":"                  DELIMITED BY SIZE
                          HEX-FIM (3:2)        DELIMITED BY SIZE
                          "  RC "              DELIMITED BY SIZE
                          HEX-RC               DELIMITED BY SIZE
                          "  RESPOSTAS "       DELIMITED BY SIZE
                          HEX-RESPOSTAS        DELIMITED BY SIZE
                          INTO LINHA-AUX
                   IF HEX-ESTADO = "S" THEN
                       MOVE "SALTADO (JA TERMINADO)"
                           TO LINHA-AUX (50:22)
                   END-IF
               WHEN OTHER
                   MOVE "N" TO SW-HEX-ABERTA
                   STRING "  FIM "             DELIMITED BY SIZE
                          HEX-FIM (1:2)        DELIMITED BY SIZE
                          ":"                  DELIMITED BY SIZE
                          HEX-FIM (3:2)        DELIMITED BY SIZE
                          "  CODIGO DE RETORNO " DELIMITED BY SIZE
                          HEX-RC               DELIMITED BY SIZE
                          "  RESPOSTAS DO PERIODO " DELIMITED BY SIZE
                          HEX-RESPOSTAS        DELIMITED BY SIZE
                          INTO LINHA-AUX
           END-EVALUATE.
           DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01.
           ADD 1 TO LINHA.
           PERFORM CONTROLA-PAGINACAO.
           PERFORM GUARDA-LINHA-RELATORIO.

      *________________________________________________________________________*
      * EMITE-EXECUCAO-NAO-TERMINADA assinala a execuáÑo aberta que
      * nunca chegou a gravar o registo de fim.
       EMITE-EXECUCAO-NAO-TERMINADA.
           MOVE "N" TO SW-HEX-ABERTA.
           MOVE SPACES TO LINHA-AUX.
           MOVE "  *** EXECUCAO NAO TERMINOU ***" TO LINHA-AUX.
           DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
               FOREGROUND-COLOR 4 HIGHLIGHT.
           ADD 1 TO LINHA.
           PERFORM CONTROLA-PAGINACAO.
           PERFORM GUARDA-LINHA-RELATORIO.

      *________________________________________________________________________*
      * PREPARA-PERIODO-BATCH regista o per°odo pedido em PARAMS.DAT
      * se for novo (com o modo an¢nimo indicado) e carrega as suas
      * respostas, tal como SELECIONA-PERIODO faz nos ecrÑs.
       PREPARA-PERIODO-BATCH.
           MOVE PERIODO-ATUAL TO PERIODO-ALVO.
           PERFORM OBTEM-TIPO-PERIODO.
           MOVE TIPO-ALVO TO TIPO-PERIODO.
           PERFORM PROCURA-PERIODO.
           IF (NOT PER-E-ENCONTRADO) AND (PER-TOTAL < 40)
              AND CODIGO-PERIODO-VALIDO THEN
               IF PRM-ANONIMO NOT = "S" OR TIPO-E-EVENTO THEN
                   MOVE "N" TO PRM-ANONIMO
               END-IF
               ADD 1 TO PER-TOTAL
               MOVE PERIODO-ATUAL TO PT-PERIODO (PER-TOTAL)
               MOVE PRM-ANONIMO   TO PT-ANONIMO (PER-TOTAL)
               MOVE "A"           TO PT-ESTADO  (PER-TOTAL)
               MOVE TIPO-PERIODO  TO PT-TIPO    (PER-TOTAL)
               PERFORM APURA-FECHO-PERIODO
               MOVE PER-TOTAL     TO PER-ENCONTRADO-IDX
               PERFORM GRAVA-FICHEIRO-PERIODOS
      * tal como nos ecrÑs, o per°odo novo fica logo com a
               PERFORM RESTAURA-QUESTIONARIO-ACTUAL
               PERFORM GRAVA-VERSAO-QUESTIONARIO
           END-IF.
      * um c¢digo de inquÇrito de evento mal formado nÑo se regista:
      * a carga fica bloqueada, como com a tabela cheia.
           IF (NOT PER-E-ENCONTRADO) AND
              (NOT CODIGO-PERIODO-VALIDO) THEN
               MOVE "N" TO SW-PERIODO-ANONIMO
               MOVE "S" TO SW-PERIODO-FECHADO
               MOVE "CODIGO DE PERIODO INVALIDO - PERIODO NAO REGISTADO"
                   TO LINHA-AUX
               PERFORM ESCREVE-LOG
               IF CODIGO-RETORNO < 8 THEN
                   MOVE 8 TO CODIGO-RETORNO
               END-IF
           ELSE IF PER-ENCONTRADO-IDX > 0 THEN
      * um per°odo com prazo (evento ou pulso) cujo £ltimo dia de
      * recolha j† passou fecha aqui sozinho.
               PERFORM VERIFICA-FECHO-AUTOMATICO
               IF FECHOU-AUTOMATICAMENTE THEN
                   MOVE "PERIODO FECHADO AUTOMATICAMENTE (FIM DO PRAZO)"
                       TO LINHA-AUX
                   PERFORM ESCREVE-LOG
               END-IF
               MOVE PT-ANONIMO (PER-ENCONTRADO-IDX)
                   TO SW-PERIODO-ANONIMO
               IF PT-ESTADO (PER-ENCONTRADO-IDX) = "A" THEN
               IF CODIGO-RETORNO < 8 THEN
                   MOVE 8 TO CODIGO-RETORNO
               END-IF
           END-IF
           END-IF.
           PERFORM CARREGA-VERSAO-PERIODO.
           PERFORM CARREGA-RESPOSTAS-PERIODO.
           PERFORM CARREGA-CODIGOS-PERIODO.
           MOVE TIPO-PERIODO TO TIPO-ALVO.
           PERFORM OBTEM-NOME-TIPO.
           MOVE SPACES TO LINHA-AUX.
           STRING "PERIODO " DELIMITED BY SIZE
                  PERIODO-ATUAL DELIMITED BY SIZE
                  " INQUERITO " DELIMITED BY SIZE
                  TIPO-NOME DELIMITED BY SPACE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-LOG.
           IF CONTADOR-CODIGOS-NOVOS > 0 THEN
               MOVE SPACES TO LINHA-AUX
               STRING "CODIGOS DE PARTICIPACAO NOVOS: "
                                               DELIMITED BY SIZE
                      CONTADOR-CODIGOS-NOVOS   DELIMITED BY SIZE
                      " (EMITIR LEMBRETES - OPCAO 24)"
                                               DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-LOG
           END-IF.
           IF PERIODO-E-ANONIMO AND CPA-E-CHEIA THEN
               MOVE SPACES TO LINHA-AUX
               STRING "TABELA DE CODIGOS CHEIA - ACTIVOS SEM CODIGO: "
                                               DELIMITED BY SIZE
                      CONTADOR-SEM-CODIGO      DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-LOG
               IF CODIGO-RETORNO < 4 THEN
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

      *________________________________________________________________________*
      * BATCH-CARGA executa a carga do ficheiro de transaá§es no modo
                   MOVE "F" TO MODO-RECOLHA
                   PERFORM RECOLHA-POR-FICHEIRO
                   CLOSE FICHEIRO-TRANSACOES
                   IF LOTE-RECUSADO THEN
                       MOVE LOTE-MOTIVO TO MOTIVO-LOTE-CODIGO
                       PERFORM OBTEM-MOTIVO-LOTE
                       MOVE SPACES TO LINHA-AUX
                       STRING "CARGA: LOTE "      DELIMITED BY SIZE
                              LOTE-NUMERO         DELIMITED BY SIZE
                              " RECUSADO - "      DELIMITED BY SIZE
                              MOTIVO-LOTE-TEXTO   DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-LOG
                       IF CODIGO-RETORNO < 8 THEN
                           MOVE 8 TO CODIGO-RETORNO
                       END-IF
                   ELSE
                       MOVE SPACES TO LINHA-AUX
                       STRING "CARGA: LOTE "      DELIMITED BY SIZE
                              LOTE-NUMERO         DELIMITED BY SIZE
                              " "                 DELIMITED BY SIZE
                              LOTE-REGISTOS       DELIMITED BY SIZE
                              " REGISTOS "        DELIMITED BY SIZE
                              LOTE-ACEITES        DELIMITED BY SIZE
                              " ACEITES "         DELIMITED BY SIZE
                              LOTE-REJEITADOS     DELIMITED BY SIZE
                              " REJEITADOS"       DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-LOG
                       PERFORM GRAVA-NOVOS-REGISTOS
                       PERFORM GRAVA-HISTORICO-PERIODO
                       COMPUTE CONTADOR-CARREGADAS =
                               TOTAL-REGISTOS - TOTAL-ANTES-RECOLHA
                       MOVE SPACES TO LINHA-AUX
                       STRING "CARGA: "           DELIMITED BY SIZE
                              CONTADOR-CARREGADAS DELIMITED BY SIZE
                              " CARREGADAS "      DELIMITED BY SIZE
                              CONTADOR-REJEITADOS DELIMITED BY SIZE
                              " DUPLICADAS "      DELIMITED BY SIZE
                              CONTADOR-INVALIDOS  DELIMITED BY SIZE
                              " INVALIDAS "       DELIMITED BY SIZE
                              CONTADOR-SEM-ESPACO DELIMITED BY SIZE
                              " SEM ESPACO"       DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-LOG
                       IF (CONTADOR-REJEITADOS > 0 OR
                           CONTADOR-INVALIDOS > 0 OR
                           CONTADOR-SEM-ESPACO > 0) THEN
                           MOVE "REJEITADAS ESCRITAS EM REJEITADOS.DAT"
                               TO LINHA-AUX
                           PERFORM ESCREVE-LOG
                           IF CODIGO-RETORNO < 4 THEN
                               MOVE 4 TO CODIGO-RETORNO
                           END-IF
                       END-IF
                   END-IF
               ELSE
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO MD-SOMA (DEP-IDX)
               MOVE 0 TO MD-CONT (DEP-IDX)
               MOVE 0 TO MD-QUAD (DEP-IDX)
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > QTD-PERGUNTAS
                   MOVE 0 TO MDQ-SOMA (DEP-IDX PERG-IDX)
                   ADD TB-NOTA (INDICE) TO SOMANOTA
                   ADD TB-NOTA (INDICE) TO MD-SOMA (TB-DEP (INDICE))
                   ADD 1              TO MD-CONT (TB-DEP (INDICE))
                   COMPUTE MD-QUAD (TB-DEP (INDICE)) =
                           MD-QUAD (TB-DEP (INDICE)) +
                           TB-NOTA (INDICE) * TB-NOTA (INDICE)
                   PERFORM VARYING PERG-IDX FROM 1 BY 1
                           UNTIL PERG-IDX > QTD-PERGUNTAS
                       ADD TB-NOTA-Q (INDICE PERG-IDX)
               END-IF
           END-PERFORM.

      * os departamentos saem agrupados pela direc᧵o, com o total
      * de cada direc᧵o no fim do grupo.
           PERFORM APURA-MEDIAS-DIRECCAO.
           PERFORM APURA-PERGUNTAS-DIRECCAO.
           PERFORM APURA-INDICE-PONDERADO.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               IF DR-DEPARTAMENTOS (DIR-IDX) > 0 THEN
                   PERFORM MEDIA-BATCH-BLOCO-DIRECCAO
               END-IF
           END-PERFORM.

           MOVE "MEDIA POR PERGUNTA (POR DEPARTAMENTO)" TO LINHA-AUX.
           PERFORM GUARDA-LINHA-RELATORIO.
           MOVE 1 TO BANDA-INICIO.
           PERFORM UNTIL BANDA-INICIO > DEP-MAX
               PERFORM MEDIA-BATCH-BANDA-MDQ
           END-PERFORM.

           MOVE "MEDIA POR PERGUNTA (POR DIRECCAO)" TO LINHA-AUX.
           PERFORM GUARDA-LINHA-RELATORIO.
           MOVE 1 TO BANDA-INICIO.
           PERFORM UNTIL BANDA-INICIO > DIR-MAX
               PERFORM MEDIA-BATCH-BANDA-DRQ
           END-PERFORM.

           IF TOTAL-REGISTOS > 0 THEN
                  SAIDA-MEDIANOTA  DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM GUARDA-LINHA-RELATORIO.
           PERFORM MONTA-LINHA-INDICE-PONDERADO.
           PERFORM GUARDA-LINHA-RELATORIO.
           MOVE "MEDIAS: CALCULADAS PARA O RELATORIO" TO LINHA-AUX.
           PERFORM ESCREVE-LOG.

      *________________________________________________________________________*
      * MEDIA-BATCH-BLOCO-DIRECCAO deixa no buffer do relat¢rio o
      * grupo da direc᧵o em DIR-IDX: cabeáalho, uma linha por
      * departamento e o total da direc᧵o.
       MEDIA-BATCH-BLOCO-DIRECCAO.
           PERFORM MONTA-CABECALHO-DIRECCAO.
           PERFORM GUARDA-LINHA-RELATORIO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" AND
                  DP-DIRECCAO (DEP-IDX) = DIR-IDX THEN
                   PERFORM MONTA-LINHA-MEDIA-DEP
                   PERFORM GUARDA-LINHA-RELATORIO
               END-IF
           END-PERFORM.
           PERFORM MONTA-LINHA-MEDIA-DIR.
           PERFORM GUARDA-LINHA-RELATORIO.

      *________________________________________________________________________*
      * MEDIA-BATCH-BANDA-MDQ deixa no buffer do relat¢rio uma faixa
      * da tabela da mÇdia por pergunta por departamento, a comeáar
      * em BANDA-INICIO, e avanáa BANDA-INICIO para a faixa seguinte.
       MEDIA-BATCH-BANDA-MDQ.
           PERFORM MONTA-CABECALHO-MDQ.
           IF BANDA-COLUNAS > 0 THEN
               PERFORM GUARDA-LINHA-RELATORIO
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > QTD-PERGUNTAS
                   PERFORM APURA-TEXTOS-MDQ
                   PERFORM MONTA-LINHA-MDQ
                   PERFORM GUARDA-LINHA-RELATORIO
               END-PERFORM
           ELSE
               MOVE SPACES TO LINHA-AUX
           END-IF.
           COMPUTE BANDA-INICIO = BANDA-FIM + 1.

      *________________________________________________________________________*
      * MEDIA-BATCH-BANDA-DRQ faz o mesmo para a tabela da mÇdia por
      * pergunta por direc᧵o.
       MEDIA-BATCH-BANDA-DRQ.
           PERFORM MONTA-CABECALHO-DRQ.
           IF BANDA-COLUNAS > 0 THEN
               PERFORM GUARDA-LINHA-RELATORIO
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > QTD-PERGUNTAS
                   PERFORM APURA-TEXTOS-DRQ
                   PERFORM MONTA-LINHA-DRQ
                   PERFORM GUARDA-LINHA-RELATORIO
               END-PERFORM
           ELSE
               MOVE SPACES TO LINHA-AUX
           END-IF.
           COMPUTE BANDA-INICIO = BANDA-FIM + 1.

      *________________________________________________________________________*
      * ESCREVE-LOG acrescenta LINHA-AUX ao log da execuáÑo nocturna
      * e limpa-a para a linha seguinte.
       ESCREVE-LOG.
           MOVE LINHA-AUX TO LOG-REGISTO.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "Per°odo do inquÇrito (AAAAQT): " AT 0701.
           DISPLAY "(AAAAAT acolhimento, AAAAST sa°da, AAAAPn pulso)"
               AT 0801.
           ACCEPT PERIODO-ATUAL AT 0733.
           MOVE PERIODO-ATUAL TO PERIODO-ALVO.
           PERFORM OBTEM-TIPO-PERIODO.
           MOVE TIPO-ALVO TO TIPO-PERIODO.
           PERFORM PROCURA-PERIODO.
      * na primeira vez que um per°odo Ç escolhido fica decidido se
      * Ç an¢nimo; a decisÑo grava-se em PERIODOS.DAT e nÑo volta a
      * ser perguntada. Os inquÇritos de acolhimento e sa°da sÑo
      * sempre nominais (Ç pelo nome que se sabe se a pessoa Ç
      * eleg°vel); num pulso pergunta-se tambÇm quantos dias fica
      * aberto.
           IF (NOT PER-E-ENCONTRADO) AND (PER-TOTAL < 40)
              AND CODIGO-PERIODO-VALIDO THEN
               IF TIPO-E-EVENTO THEN
                   MOVE "N" TO RESP-ANONIMO
               ELSE
                   MOVE SPACE TO RESP-ANONIMO
                   PERFORM WITH TEST AFTER UNTIL VALIDAR-RESP-ANONIMO
                       DISPLAY "InquÇrito an¢nimo (S/N)? " AT 0901
                       ACCEPT RESP-ANONIMO AT 0927
                       IF (NOT VALIDAR-RESP-ANONIMO) THEN
                           DISPLAY "INSIRA: S ou N" AT 0930
                           FOREGROUND-COLOR 4 HIGHLIGHT
                       ELSE
                           DISPLAY " " ERASE EOL AT 0930
                       END-IF
                   END-PERFORM
               END-IF
               IF TIPO-E-PULSO THEN
                   MOVE DIAS-PULSO TO DIAS-RECOLHA
                   PERFORM WITH TEST AFTER UNTIL VALIDAR-DIAS-RECOLHA
                       DISPLAY "Dias de recolha (1 a 30): " AT 1001
                       ACCEPT DIAS-RECOLHA AT 1027
                       IF (NOT VALIDAR-DIAS-RECOLHA) THEN
                           DISPLAY "INSIRA: 1 A 30" AT 1030
                           FOREGROUND-COLOR 4 HIGHLIGHT
                       ELSE
                           DISPLAY " " ERASE EOL AT 1030
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO PER-TOTAL
               MOVE PERIODO-ATUAL TO PT-PERIODO (PER-TOTAL)
               MOVE RESP-ANONIMO  TO PT-ANONIMO (PER-TOTAL)
               MOVE "A"           TO PT-ESTADO  (PER-TOTAL)
               MOVE TIPO-PERIODO  TO PT-TIPO    (PER-TOTAL)
               PERFORM APURA-FECHO-PERIODO
               MOVE PER-TOTAL     TO PER-ENCONTRADO-IDX
               PERFORM GRAVA-FICHEIRO-PERIODOS
      * o per°odo novo fica logo com a fotografia do question†rio em
               PERFORM RESTAURA-QUESTIONARIO-ACTUAL
               PERFORM GRAVA-VERSAO-QUESTIONARIO
           END-IF.
           MOVE "N" TO SW-FECHO-AUTOMATICO.
           IF (NOT PER-E-ENCONTRADO) AND
              (NOT CODIGO-PERIODO-VALIDO) THEN
               MOVE "N" TO SW-PERIODO-ANONIMO
               MOVE "S" TO SW-PERIODO-FECHADO
               DISPLAY "C¢DIGO INV†LIDO - RECOLHA BLOQUEADA"
                   AT 1301 FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY "Pressione ENTER para continuar" AT 1501
               ACCEPT OMITTED AT 1533
           ELSE IF PER-ENCONTRADO-IDX > 0 THEN
               PERFORM VERIFICA-FECHO-AUTOMATICO
               MOVE PT-ANONIMO (PER-ENCONTRADO-IDX)
                   TO SW-PERIODO-ANONIMO
               IF PT-ESTADO (PER-ENCONTRADO-IDX) = "A" THEN
               MOVE "S" TO SW-PERIODO-FECHADO
               DISPLAY "TABELA DE PERãODOS CHEIA - RECOLHA BLOQUEADA"
                   AT 1301 FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF
           END-IF.
           IF PERIODO-E-ANONIMO THEN
               DISPLAY "PERãODO AN¢NIMO" AT 1101
               DISPLAY "PERãODO FECHADO - APENAS CONSULTA" AT 1201
                   FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.
           IF FECHOU-AUTOMATICAMENTE THEN
               MOVE PT-FECHO (PER-ENCONTRADO-IDX) TO FECHO-SAIDA
               DISPLAY "PRAZO DE RECOLHA TERMINOU EM " AT 1401
                   FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY FECHO-SAIDA AT 1430
                   FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY "Pressione ENTER para continuar" AT 1501
               ACCEPT OMITTED AT 1533
           END-IF.
      * as mÇdias por pergunta e a recolha passam a usar a versÑo do
      * question†rio congelada para este per°odo.
           PERFORM CARREGA-VERSAO-PERIODO.
           PERFORM CARREGA-RESPOSTAS-PERIODO.
           PERFORM CARREGA-CODIGOS-PERIODO.

      *________________________________________________________________________*
       RECOLHA-DADOS.

           PERFORM RECONCILIACAO-DEPARTAMENTOS.
           PERFORM GRAVA-NOVOS-REGISTOS.
      * os c¢digos usados na recolha no ecrÑ s¢ sÑo queimados agora,
      * com as respostas j† gravadas.
           IF MODO-E-INTERACTIVO AND PERIODO-E-ANONIMO THEN
               PERFORM GRAVA-CODIGOS-PERIODO
           END-IF.
           PERFORM GRAVA-HISTORICO-PERIODO.

           ADD 2 TO LINHA8.
           DISPLAY "Respostas recolhidas: " AT LINE LINHA8 COL 01.
           DISPLAY TOTAL-REGISTOS           AT LINE LINHA8 COL 24.
           IF MODO-E-FICHEIRO AND LOTE-RECUSADO THEN
               MOVE LOTE-MOTIVO TO MOTIVO-LOTE-CODIGO
               PERFORM OBTEM-MOTIVO-LOTE
               ADD 1 TO LINHA8
               DISPLAY "LOTE RECUSADO: "     AT LINE LINHA8 COL 01
                   FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY LOTE-NUMERO          AT LINE LINHA8 COL 16
               DISPLAY MOTIVO-LOTE-TEXTO    AT LINE LINHA8 COL 24
               ADD 1 TO LINHA8
               DISPLAY "Nada foi carregado (ver op᧵o 31)"
                                               AT LINE LINHA8 COL 01
           ELSE IF MODO-E-FICHEIRO THEN
               ADD 1 TO LINHA8
               DISPLAY "Lote carregado: "     AT LINE LINHA8 COL 01
               DISPLAY LOTE-NUMERO           AT LINE LINHA8 COL 17
               ADD 1 TO LINHA8
               DISPLAY "Rejeitadas por nome duplicado: "
                                               AT LINE LINHA8 COL 01
               ADD 1 TO LINHA8
               DISPLAY "Rejeitadas escritas em REJEITADOS.DAT"
                                               AT LINE LINHA8 COL 01
           END-IF
           END-IF.
           IF PERIODO-E-ANONIMO AND CPA-E-CHEIA THEN
               ADD 1 TO LINHA8
               DISPLAY "C¢digos esgotados - activos sem c¢digo: "
                   AT LINE LINHA8 COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY CONTADOR-SEM-CODIGO    AT LINE LINHA8 COL 42
                   FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.
           ADD 2 TO LINHA8.
           DISPLAY "Para voltar ao MENU pressione ENTER "
      * fica no checkpoint, para um rearranque continuar do £ltimo
      * registo cometido; cada rejeitada sai em REJEITADOS.DAT com o
      * motivo, para correc᧵o e resubmissÑo.
      * O ficheiro Ç um lote: antes de se cometer o que quer que seja
      * o lote inteiro Ç conferido contra o cabeáalho e o trailer, e
      * um lote que nÑo bata (ou j† carregado) Ç recusado sem tocar
      * nas respostas nem nos rejeitados. Em qualquer dos casos o
      * lote fica registado em LOTES.DAT.
       RECOLHA-POR-FICHEIRO.
           MOVE 0 TO CONTADOR-SEM-ESPACO.
           MOVE SPACE TO LOTE-ESTADO.
           PERFORM VERIFICA-LOTE-TRANSACOES.
           IF LOTE-MOTIVO NOT = SPACES THEN
               MOVE "R" TO LOTE-ESTADO
               MOVE 0 TO LOTE-ACEITES
               MOVE 0 TO LOTE-REJEITADOS
               PERFORM REGISTA-LOTE
           ELSE
      * a conferÉncia leu o ficheiro atÇ ao fim; volta-se ao
      * princ°pio para a carga propriamente dita.
               CLOSE FICHEIRO-TRANSACOES
               OPEN INPUT FICHEIRO-TRANSACOES
               PERFORM RECOLHA-CARREGA-LOTE
           END-IF.

      *________________________________________________________________________*
      * RECOLHA-CARREGA-LOTE comete um lote j† conferido: salta o
      * cabeáalho e, num rearranque, os registos j† cometidos, e
      * trata cada transac᧵o atÇ ao trailer.
       RECOLHA-CARREGA-LOTE.
           MOVE "S" TO SW-GRAVACAO-IMEDIATA.
           PERFORM CARREGA-CHECKPOINT.
      * num rearranque a meio da mesma carga os rejeitados j†
           READ FICHEIRO-TRANSACOES
               AT END MOVE "10" TO FS-TRANSACOES
           END-READ.
           READ FICHEIRO-TRANSACOES
               AT END MOVE "10" TO FS-TRANSACOES
           END-READ.
           PERFORM UNTIL (FS-TRANSACOES = "10") OR
                          (REGISTOS-SALTADOS >= REGISTOS-A-SALTAR)
               ADD 1 TO REGISTOS-SALTADOS
               END-READ
           END-PERFORM.

           PERFORM UNTIL (FS-TRANSACOES = "10") OR
                          (TFM-MARCA = "*FIM")
               PERFORM RECOLHA-TRATA-TRANSACAO
               ADD 1 TO CONTADOR-PROCESSADOS
               PERFORM ACTUALIZA-CHECKPOINT

           CLOSE FICHEIRO-RESPOSTAS.
           CLOSE FICHEIRO-REJEITADOS.
      * os rejeitados contam-se no ficheiro, e nÑo nos contadores
      * desta execuáÑo, para um rearranque contar tambÇm os que
      * foram escritos antes da queda.
           PERFORM CONTA-REJEITADOS-LOTE.
           COMPUTE LOTE-ACEITES = LOTE-REGISTOS - LOTE-REJEITADOS.
           IF LOTE-REJEITADOS > 0 THEN
               MOVE "P" TO LOTE-ESTADO
           ELSE
               MOVE "C" TO LOTE-ESTADO
           END-IF.
           PERFORM REGISTA-LOTE.
      * carga terminada: o checkpoint fica a zeros para a pr¢xima
      * carga comeáar do princ°pio do seu pr¢prio ficheiro.
           MOVE 0 TO CONTADOR-PROCESSADOS.
           PERFORM ACTUALIZA-CHECKPOINT.
           PERFORM GRAVA-CONTROLO.

      *________________________________________________________________________*
      * VERIFICA-LOTE-TRANSACOES confere o ficheiro de transaá§es
      * aberto sem cometer nada: cabeáalho no primeiro registo, do
      * per°odo corrente; trailer no £ltimo, do mesmo lote, com o
      * n£mero de registos e o total das notas (posiá§es nÑo
      * numÇricas contam zero) iguais aos contados; e o lote ainda
      * nÑo carregado. Deixa em LOTE-MOTIVO o motivo da recusa
      * (brancos se o lote pode ser carregado):
      * CAB=cabeáalho em falta ou inv†lido  PER=outro per°odo
      * FIM=trailer em falta, inv†lido ou fora do s°tio  LOT=lote do
      * trailer diferente  QTD=contagem  SOM=total das notas
      * REP=lote j† carregado.
       VERIFICA-LOTE-TRANSACOES.
           MOVE SPACES TO LOTE-MOTIVO.
           MOVE SPACES TO LOTE-PERIODO.
           MOVE SPACES TO LOTE-DACTILOGRAFA.
           MOVE 0 TO LOTE-NUMERO.
           MOVE 0 TO LOTE-ORIGEM.
           MOVE 0 TO LOTE-REGISTOS.
           MOVE 0 TO LOTE-SOMA.
           MOVE 0 TO LOTE-REGISTOS-DECL.
           MOVE 0 TO LOTE-SOMA-DECL.
           MOVE "N" TO SW-LOTE-FIM.
           READ FICHEIRO-TRANSACOES
               AT END MOVE "10" TO FS-TRANSACOES
           END-READ.
           IF FS-TRANSACOES NOT = "00" THEN
               MOVE "CAB" TO LOTE-MOTIVO
           ELSE IF TCB-MARCA NOT = "*CAB" OR
                   TCB-LOTE NOT NUMERIC THEN
               MOVE "CAB" TO LOTE-MOTIVO
           ELSE IF TCB-LOTE = 0 THEN
               MOVE "CAB" TO LOTE-MOTIVO
           ELSE
               MOVE TCB-LOTE         TO LOTE-NUMERO
               MOVE TCB-PERIODO      TO LOTE-PERIODO
               MOVE TCB-DACTILOGRAFA TO LOTE-DACTILOGRAFA
               IF TCB-ORIGEM IS NUMERIC THEN
                   MOVE TCB-ORIGEM TO LOTE-ORIGEM
               END-IF
               IF LOTE-PERIODO NOT = PERIODO-ATUAL THEN
                   MOVE "PER" TO LOTE-MOTIVO
               END-IF
           END-IF
           END-IF
           END-IF.
           IF LOTE-MOTIVO = SPACES THEN
               READ FICHEIRO-TRANSACOES
                   AT END MOVE "10" TO FS-TRANSACOES
               END-READ
               PERFORM UNTIL (FS-TRANSACOES NOT = "00") OR
                             (LOTE-MOTIVO NOT = SPACES)
                   PERFORM VERIFICA-LOTE-REGISTO
                   READ FICHEIRO-TRANSACOES
                       AT END MOVE "10" TO FS-TRANSACOES
                   END-READ
               END-PERFORM
           END-IF.
           IF LOTE-MOTIVO = SPACES THEN
               IF (NOT LOTE-TEM-FIM) THEN
                   MOVE "FIM" TO LOTE-MOTIVO
               ELSE IF LOTE-REGISTOS NOT = LOTE-REGISTOS-DECL THEN
                   MOVE "QTD" TO LOTE-MOTIVO
               ELSE IF LOTE-SOMA NOT = LOTE-SOMA-DECL THEN
                   MOVE "SOM" TO LOTE-MOTIVO
               ELSE
                   PERFORM VERIFICA-LOTE-REPETIDO
               END-IF
               END-IF
               END-IF
           END-IF.

      *________________________________________________________________________*
      * VERIFICA-LOTE-REGISTO confere um registo a seguir ao
      * cabeáalho: o trailer guarda os totais declarados e tem de ser
      * o £ltimo; qualquer outro registo Ç uma resposta, contada e
      * somada.
       VERIFICA-LOTE-REGISTO.
           IF LOTE-TEM-FIM THEN
               MOVE "FIM" TO LOTE-MOTIVO
           ELSE IF TCB-MARCA = "*CAB" THEN
               MOVE "CAB" TO LOTE-MOTIVO
           ELSE IF TFM-MARCA = "*FIM" THEN
               MOVE "S" TO SW-LOTE-FIM
               IF TFM-LOTE NOT NUMERIC OR
                  TFM-REGISTOS NOT NUMERIC OR
                  TFM-TOTAL-NOTAS NOT NUMERIC THEN
                   MOVE "FIM" TO LOTE-MOTIVO
               ELSE IF TFM-LOTE NOT = LOTE-NUMERO THEN
                   MOVE "LOT" TO LOTE-MOTIVO
               ELSE
                   MOVE TFM-REGISTOS    TO LOTE-REGISTOS-DECL
                   MOVE TFM-TOTAL-NOTAS TO LOTE-SOMA-DECL
               END-IF
               END-IF
           ELSE
               ADD 1 TO LOTE-REGISTOS
               PERFORM VARYING LOTE-NOTA-IDX FROM 1 BY 1
                       UNTIL LOTE-NOTA-IDX > 10
                   IF TRANS-NOTA-Q (LOTE-NOTA-IDX) IS NUMERIC THEN
                       ADD TRANS-NOTA-Q (LOTE-NOTA-IDX) TO LOTE-SOMA
                   END-IF
               END-PERFORM
           END-IF
           END-IF
           END-IF.

      *________________________________________________________________________*
      * VERIFICA-LOTE-REPETIDO recusa (REP) um lote cujo n£mero j†
      * esteja em LOTES.DAT como carregado; um lote recusado pode
      * voltar a ser apresentado com o mesmo n£mero.
       VERIFICA-LOTE-REPETIDO.
           OPEN INPUT FICHEIRO-LOTES.
           IF FS-LOTES = "00" THEN
               READ FICHEIRO-LOTES
                   AT END MOVE "10" TO FS-LOTES
               END-READ
               PERFORM UNTIL FS-LOTES NOT = "00"
                   IF LOT-NUMERO = LOTE-NUMERO AND
                      (LOT-ESTADO = "C" OR LOT-ESTADO = "P") THEN
                       MOVE "REP" TO LOTE-MOTIVO
                   END-IF
                   READ FICHEIRO-LOTES
                       AT END MOVE "10" TO FS-LOTES
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-LOTES
           END-IF.

      *________________________________________________________________________*
      * CONTA-REJEITADOS-LOTE conta em REJEITADOS.DAT os formul†rios
      * do lote em carga.
       CONTA-REJEITADOS-LOTE.
           MOVE 0 TO LOTE-REJEITADOS.
           OPEN INPUT FICHEIRO-REJEITADOS.
           IF FS-REJEITADOS = "00" THEN
               READ FICHEIRO-REJEITADOS
                   AT END MOVE "10" TO FS-REJEITADOS
               END-READ
               PERFORM UNTIL FS-REJEITADOS NOT = "00"
                   IF REJ-LOTE = LOTE-NUMERO THEN
                       ADD 1 TO LOTE-REJEITADOS
                   END-IF
                   READ FICHEIRO-REJEITADOS
                       AT END MOVE "10" TO FS-REJEITADOS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-REJEITADOS
           END-IF.

      *________________________________________________________________________*
      * REGISTA-LOTE acrescenta a LOTES.DAT o lote acabado de
      * conferir ou de carregar, com o estado em LOTE-ESTADO.
       REGISTA-LOTE.
           OPEN EXTEND FICHEIRO-LOTES.
           IF FS-LOTES NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-LOTES
           END-IF.
           MOVE LOTE-NUMERO        TO LOT-NUMERO.
           MOVE PERIODO-ATUAL      TO LOT-PERIODO.
           MOVE LOTE-DACTILOGRAFA  TO LOT-DACTILOGRAFA.
           MOVE LOTE-ORIGEM        TO LOT-ORIGEM.
           ACCEPT LOT-DATA FROM DATE YYYYMMDD.
           ACCEPT LOT-HORA FROM TIME.
           MOVE OPERADOR-ID        TO LOT-OPERADOR.
           MOVE LOTE-ESTADO        TO LOT-ESTADO.
           MOVE LOTE-MOTIVO        TO LOT-MOTIVO.
           MOVE LOTE-REGISTOS-DECL TO LOT-REGISTOS.
           MOVE LOTE-REGISTOS      TO LOT-CONTADOS.
           MOVE LOTE-SOMA-DECL     TO LOT-HASH-DECLARADO.
           MOVE LOTE-SOMA          TO LOT-HASH-CONTADO.
           MOVE LOTE-ACEITES       TO LOT-ACEITES.
           MOVE LOTE-REJEITADOS    TO LOT-REJEITADOS.
           WRITE LOT-REGISTO.
           CLOSE FICHEIRO-LOTES.

      *________________________________________________________________________*
      * OBTEM-MOTIVO-LOTE traduz o motivo de recusa de um lote em
      * MOTIVO-LOTE-CODIGO para o texto em MOTIVO-LOTE-TEXTO.
       OBTEM-MOTIVO-LOTE.
           EVALUATE MOTIVO-LOTE-CODIGO
               WHEN "CAB"
                   MOVE "CABECALHO EM FALTA OU INVALIDO"
                       TO MOTIVO-LOTE-TEXTO
               WHEN "PER"
                   MOVE "CABECALHO DE OUTRO PERIODO"
                       TO MOTIVO-LOTE-TEXTO
               WHEN "FIM"
                   MOVE "TRAILER EM FALTA OU INVALIDO"
                       TO MOTIVO-LOTE-TEXTO
               WHEN "LOT"
                   MOVE "LOTE DO TRAILER DIFERENTE DO CABECALHO"
                       TO MOTIVO-LOTE-TEXTO
               WHEN "QTD"
                   MOVE "NUMERO DE REGISTOS NAO BATE COM O TRAILER"
                       TO MOTIVO-LOTE-TEXTO
               WHEN "SOM"
                   MOVE "TOTAL DAS NOTAS NAO BATE COM O TRAILER"
                       TO MOTIVO-LOTE-TEXTO
               WHEN "REP"
                   MOVE "LOTE JA CARREGADO ANTERIORMENTE"
                       TO MOTIVO-LOTE-TEXTO
               WHEN OTHER
                   MOVE SPACES TO MOTIVO-LOTE-TEXTO
           END-EVALUATE.

      *________________________________________________________________________*
      * RECOLHA-TRATA-TRANSACAO valida uma transac᧵o lida: ou a
      * aceita (TABLES + grava᧵o imediata) ou a escreve nos
      * transac᧵o quando ainda h† espaáo na tabela do per°odo.
       RECOLHA-VALIDA-TRANSACAO.
               MOVE TRANS-NOME TO TB-NOME (TOTAL-REGISTOS + 1)
      * num per°odo an¢nimo o respondente vem do c¢digo de
      * participaáÑo (que tambÇm diz se j† respondeu); num per°odo
      * identificado vem do nome, como sempre.
               MOVE "N" TO SW-FUNC-INELEGIVEL
               IF PERIODO-E-ANONIMO THEN
                   MOVE TRANS-CODIGO TO CODIGO-PROCURADO
                   PERFORM VALIDA-CODIGO-PARTICIPACAO
               ELSE
                   MOVE "S" TO SW-CODIGO-VALIDO
                   MOVE TRANS-NOME TO NOME-PROCURADO
                   PERFORM PROCURA-RESPONDENTE
               END-IF
               COMPUTE PRF-LINHA = TOTAL-REGISTOS + 1
               IF FUNC-E-ENCONTRADO THEN
                   MOVE FT-DEP (FUNC-ENCONTRADO-IDX)
                       TO TB-DEP (TOTAL-REGISTOS + 1)
                   PERFORM APURA-PERFIL-RESPONDENTE
               ELSE
                   MOVE 0 TO TB-DEP (TOTAL-REGISTOS + 1)
                   MOVE "0"    TO TB-ANTIGUIDADE (PRF-LINHA)
                   MOVE SPACES TO TB-GRAU (PRF-LINHA)
               END-IF
      * valida e soma as notas de todas as perguntas do question†rio;
      * TB-NOTA fica com a mÇdia arredondada (nota global da pessoa).
               ELSE
                   MOVE 0 TO TB-NOTA (TOTAL-REGISTOS + 1)
               END-IF
      * num per°odo an¢nimo TB-NOME j† nÑo guarda nomes verdadeiros:
      * o duplicado Ç o c¢digo j† queimado, apurado acima por
      * VALIDA-CODIGO-PARTICIPACAO, em qualquer carga do per°odo.
               IF (NOT PERIODO-E-ANONIMO) THEN
                   PERFORM VERIFICA-NOME-DUPLICADO
               END-IF
               IF (NOT CODIGO-E-VALIDO) THEN
                   ADD 1 TO CONTADOR-INVALIDOS
                   MOVE "COD" TO MOTIVO-REJEICAO
                   PERFORM REJEITA-TRANSACAO
               ELSE IF FUNC-E-INELEGIVEL THEN
                   ADD 1 TO CONTADOR-INVALIDOS
                   MOVE "ELG" TO MOTIVO-REJEICAO
                   PERFORM REJEITA-TRANSACAO
               ELSE IF (NOT FUNC-E-ENCONTRADO) THEN
                   ADD 1 TO CONTADOR-INVALIDOS
                   MOVE "FUN" TO MOTIVO-REJEICAO
                   PERFORM REJEITA-TRANSACAO
                   MOVE PERIODO-ATUAL
                       TO TB-PERIODO (TOTAL-REGISTOS)
                   ADD TB-NOTA (TOTAL-REGISTOS) TO SOMANOTA
      * o c¢digo Ç queimado antes de a resposta ser gravada: uma
      * queda entre as duas escritas deixa o formul†rio nos
      * rejeitados (DUP) em vez de o contar duas vezes no rearranque.
      * O que se guarda na resposta Ç o marcador an¢nimo.
                   IF PERIODO-E-ANONIMO THEN
                       PERFORM QUEIMA-CODIGO
                       MOVE NOME-ANONIMO TO TB-NOME (TOTAL-REGISTOS)
                   END-IF
                   PERFORM GRAVA-RESPOSTA-IMEDIATA
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      *________________________________________________________________________*
           MOVE TRANS-DEP        TO REJ-DEP.
           MOVE TRANS-NOTAS      TO REJ-NOTAS.
           MOVE TRANS-COMENTARIO TO REJ-COMENTARIO.
           MOVE TRANS-CODIGO     TO REJ-CODIGO.
           MOVE MOTIVO-REJEICAO  TO REJ-MOTIVO.
           MOVE LOTE-NUMERO      TO REJ-LOTE.
           WRITE REJ-REGISTO.

      *________________________________________________________________________*
           MOVE TB-NOTAS-RESP (TOTAL-REGISTOS) TO FR-NOTAS.
           MOVE TB-COMENTARIO (TOTAL-REGISTOS) TO FR-COMENTARIO.
           MOVE TB-PERIODO    (TOTAL-REGISTOS) TO FR-PERIODO.
           MOVE TB-ANTIGUIDADE (TOTAL-REGISTOS) TO FR-ANTIGUIDADE.
           MOVE TB-GRAU       (TOTAL-REGISTOS) TO FR-GRAU.
           MOVE TIPO-PERIODO TO FR-TIPO.
           WRITE FR-REGISTO
               INVALID KEY
                   IF MODO-E-BATCH THEN

      *________________________________________________________________________*
      * CARREGA-CHECKPOINT lÉ a posiáÑo cometida da £ltima carga; s¢
      * vale se disser respeito ao per°odo corrente e ao mesmo lote.
       CARREGA-CHECKPOINT.
           MOVE 0 TO REGISTOS-A-SALTAR.
           MOVE 0 TO CONTADOR-PROCESSADOS.
                   AT END MOVE "10" TO FS-CHECKPOINT
               END-READ
               IF FS-CHECKPOINT = "00" AND
                  CHK-PERIODO = PERIODO-ATUAL AND
                  CHK-LOTE = LOTE-NUMERO THEN
                   MOVE CHK-PROCESSADOS TO REGISTOS-A-SALTAR
                   MOVE CHK-PROCESSADOS TO CONTADOR-PROCESSADOS
               END-IF
           OPEN OUTPUT FICHEIRO-CHECKPOINT.
           MOVE PERIODO-ATUAL        TO CHK-PERIODO.
           MOVE CONTADOR-PROCESSADOS TO CHK-PROCESSADOS.
           MOVE LOTE-NUMERO          TO CHK-LOTE.
           WRITE CHK-REGISTO.
           CLOSE FICHEIRO-CHECKPOINT.

                         (TOTAL-REGISTOS >= 100)

      * num per°odo an¢nimo nÑo se pede nome nenhum: guarda-se o
      * marcador an¢nimo e pede-se o c¢digo de participaáÑo do
      * lembrete, que tem de existir e ainda nÑo ter sido usado. O
      * c¢digo aceite fica marcado como usado s¢ em mem¢ria (para
      * nÑo servir outra vez nesta sessÑo) e s¢ Ç queimado no registo
      * depois de as respostas serem gravadas, para uma sessÑo
      * interrompida nÑo deixar o c¢digo gasto sem resposta; o
      * departamento vem do quadro, pelo dono do c¢digo, e a liga᧵o
      * nÑo fica guardada.
               IF PERIODO-E-ANONIMO THEN
                   MOVE NOME-ANONIMO TO TB-NOME (TOTAL-REGISTOS + 1)
                   DISPLAY TB-NOME (TOTAL-REGISTOS + 1)
                       LINE LINHA COL 1
                   DISPLAY "C¢digo:" LINE LINHA COL 14
                   PERFORM WITH TEST AFTER UNTIL CODIGO-E-VALIDO
                                             AND FUNC-E-ENCONTRADO
                                             AND (NOT NOME-E-DUPLICADO)
                       MOVE SPACES TO CODIGO-PROCURADO
                       ACCEPT CODIGO-PROCURADO LINE LINHA COL 22
                       PERFORM VALIDA-CODIGO-PARTICIPACAO
                       IF (NOT CODIGO-E-VALIDO) THEN
                           DISPLAY "C¢DIGO DESCONHECIDO"
                               LINE LINHA COL 36
                               FOREGROUND-COLOR 4 HIGHLIGHT
                       ELSE IF NOME-E-DUPLICADO THEN
                           DISPLAY "C¢DIGO J† USADO    "
                               LINE LINHA COL 36
                               FOREGROUND-COLOR 4 HIGHLIGHT
                       ELSE IF (NOT FUNC-E-ENCONTRADO) THEN
                           DISPLAY "NéO CONSTA DO QUADRO"
                               LINE LINHA COL 36
                               FOREGROUND-COLOR 4 HIGHLIGHT
                       ELSE
                           DISPLAY " " ERASE EOL AT LINE LINHA COL 36
                       END-IF
                       END-IF
                       END-IF
                   END-PERFORM
                   MOVE "S" TO CP-USADO (CPA-ENCONTRADO-IDX)
               ELSE
      * o nome tem de constar do quadro de pessoal (funcion†rio
      * activo, ou eleg°vel para o inquÇrito de evento do per°odo) e
      * nÑo pode j† ter respondido neste per°odo.
               PERFORM WITH TEST AFTER UNTIL (NOT NOME-E-DUPLICADO)
                                         AND (FUNC-E-ENCONTRADO)
                   ACCEPT TB-NOME (TOTAL-REGISTOS + 1) LINE LINHA COL 1
                   MOVE TB-NOME (TOTAL-REGISTOS + 1) TO NOME-PROCURADO
                   PERFORM PROCURA-RESPONDENTE
                   PERFORM VERIFICA-NOME-DUPLICADO
                   IF NOME-E-DUPLICADO THEN
                       DISPLAY "NOME J† EXISTE" LINE LINHA  COL 14
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE IF FUNC-E-INELEGIVEL THEN
                       DISPLAY "NéO ELEGãVEL P/ INQ."
                           LINE LINHA COL 14
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE IF (NOT FUNC-E-ENCONTRADO) THEN
                       DISPLAY "NéO CONSTA DO QUADRO" LINE LINHA COL 14
                       FOREGROUND-COLOR 4 HIGHLIGHT
               ADD 1 TO PROX-MATRICULA
               MOVE PERIODO-ATUAL TO TB-PERIODO (TOTAL-REGISTOS)

      * o departamento j† nÑo Ç dactilografado: vem do quadro de
      * pessoal (pelo nome ou pelo dono do c¢digo), apenas se mostra
      * ao operador para conferÉncia.
               MOVE FT-DEP (FUNC-ENCONTRADO-IDX)
                   TO TB-DEP (TOTAL-REGISTOS)
               DISPLAY TB-DEP (TOTAL-REGISTOS) LINE LINHA COL 34
               MOVE TOTAL-REGISTOS TO PRF-LINHA
               PERFORM APURA-PERFIL-RESPONDENTE

      * pergunta a pergunta, na linha por baixo dos dados da pessoa;
      * a nota global (mÇdia arredondada das perguntas) aparece na
           PERFORM RODAPE-LINHA.
           PERFORM RODAPE-INFO.
           DISPLAY CABECALHO.
           DISPLAY "Indique o Departamento: [  ]" AT 0701.

      * a listagem aceita qualquer departamento do quadro, mesmo
      * inactivo, porque os per°odos antigos ainda lhe pertencem.
               PERFORM VERIFICA-DEP-EXISTE
               IF (NOT VALIDAR-DEPARTAMENTO)
                  OR (NOT DEP-EXISTE-NO-QUADRO) THEN
                   DISPLAY "DEPARTAMENTO INV†LIDO" AT 0730
                   FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   DISPLAY " " ERASE EOL AT 0730
               END-IF
             END-PERFORM

                   END-IF
               END-PERFORM
               PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > 5
                   MOVE DEP-IDX TO NOTA-AUX
                   DISPLAY "NOTA"               AT LINE LINHA COL 01
                   DISPLAY NOTA-AUX             AT LINE LINHA COL 06
                   DISPLAY FREQ-VALOR (DEP-IDX) AT LINE LINHA COL 10
                   DISPLAY "RESPOSTAS"          AT LINE LINHA COL 15
                   STRING "NOTA "               DELIMITED BY SIZE
                          NOTA-AUX              DELIMITED BY SIZE
                          "  "                  DELIMITED BY SIZE
                          FREQ-VALOR (DEP-IDX)  DELIMITED BY SIZE
                          " RESPOSTAS"          DELIMITED BY SIZE
                   IF (NOT PERIODO-E-ANONIMO) THEN
                       DISPLAY TB-NOME (INDICE)    AT LINE LINHA COL 1
                   END-IF
      * s¢ sai o texto que a revisÑo deixou publicar.
                   PERFORM APURA-COMENTARIO-PUBLICO
                   IF COMENT-PENDENTE THEN
                       DISPLAY "(coment†rio por rever)"
                           AT LINE LINHA COL 20
                   ELSE IF COMENT-RETIDO THEN
                       DISPLAY "(coment†rio retido)"
                           AT LINE LINHA COL 20
                   ELSE
                       DISPLAY COMENT-PUBLICO      AT LINE LINHA COL 20
                   END-IF
                   END-IF
                   ADD 1 TO LINHA
                   PERFORM CONTROLA-PAGINACAO
               END-IF
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO MD-SOMA (DEP-IDX)
               MOVE 0 TO MD-CONT (DEP-IDX)
               MOVE 0 TO MD-QUAD (DEP-IDX)
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > QTD-PERGUNTAS
                   MOVE 0 TO MDQ-SOMA (DEP-IDX PERG-IDX)
               ADD TB-NOTA (INDICE) TO SOMANOTA
               ADD TB-NOTA (INDICE) TO MD-SOMA (TB-DEP (INDICE))
               ADD 1              TO MD-CONT (TB-DEP (INDICE))
               COMPUTE MD-QUAD (TB-DEP (INDICE)) =
                       MD-QUAD (TB-DEP (INDICE)) +
                       TB-NOTA (INDICE) * TB-NOTA (INDICE)
               ADD 1 TO FREQ-VALOR (TB-NOTA (INDICE))
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > QTD-PERGUNTAS
           PERFORM RODAPE-LINHA.
           ADD 1 TO LINHA.

           DISPLAY "MÇDIA POR DIRECÄéO E DEPARTAMENTO"
               AT LINE LINHA COL 01
           FOREGROUND-COLOR 6 HIGHLIGHT.
           ADD 1 TO LINHA.

      * num per°odo an¢nimo suprime-se a mÇdia de qualquer
      * departamento com menos de 3 respostas, para ninguÇm poder
      * ser identificado num grupo pequeno, e a supressÑo
      * complementar impede que o total da direc᧵o a denuncie
      * (APURA-MEDIAS-DIRECCAO). Cada mÇdia leva a sua margem de
      * erro (APURA-INDICE-PONDERADO).
           PERFORM APURA-MEDIAS-DIRECCAO.
           PERFORM APURA-PERGUNTAS-DIRECCAO.
           PERFORM APURA-INDICE-PONDERADO.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               IF DR-DEPARTAMENTOS (DIR-IDX) > 0 THEN
                   PERFORM MEDIA-BLOCO-DIRECCAO
               END-IF
           END-PERFORM.

      * desdobramento por pergunta: uma linha por pergunta do
           ADD 1 TO LINHA.
           MOVE "MEDIA POR PERGUNTA (POR DEPARTAMENTO)" TO LINHA-AUX.
           PERFORM GUARDA-LINHA-RELATORIO.
           MOVE 1 TO BANDA-INICIO.
           PERFORM UNTIL BANDA-INICIO > DEP-MAX
               PERFORM MEDIA-BANDA-MDQ
           END-PERFORM.

      * a mesma tabela ao n°vel da direc᧵o.
           ADD 1 TO LINHA.
           PERFORM CONTROLA-PAGINACAO.
           DISPLAY "MÇDIA POR PERGUNTA (POR DIRECÄéO)"
               AT LINE LINHA COL 01
           FOREGROUND-COLOR 6 HIGHLIGHT.
           ADD 1 TO LINHA.
           MOVE "MEDIA POR PERGUNTA (POR DIRECCAO)" TO LINHA-AUX.
           PERFORM GUARDA-LINHA-RELATORIO.
           MOVE 1 TO BANDA-INICIO.
           PERFORM UNTIL BANDA-INICIO > DIR-MAX
               PERFORM MEDIA-BANDA-DRQ
           END-PERFORM.

           ADD 1 TO LINHA.
                  INTO LINHA-AUX
           PERFORM GUARDA-LINHA-RELATORIO.

      * ao lado da mÇdia simples, o °ndice ponderado pelo efectivo
      * de cada departamento.
           ADD 1 TO LINHA.
           PERFORM CONTROLA-PAGINACAO.
           PERFORM MONTA-LINHA-INDICE-PONDERADO.
           DISPLAY "ãNDICE PONDERADO PELO EFECTIVO"
                                                   AT LINE LINHA COL 01
           FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY LINHA-AUX (19:20) AT LINE LINHA COL 62.
           PERFORM GUARDA-LINHA-RELATORIO.

      * notas extremas e mediana j† determinadas em LISTA-NOTA-ALTA/
      * LISTA-NOTA-BAIXA, recalculadas aqui sobre o total corrente
           ADD 2 TO LINHA.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO MD-SOMA (DEP-IDX)
               MOVE 0 TO MD-CONT (DEP-IDX)
               MOVE 0 TO MD-QUAD (DEP-IDX)
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > QTD-PERGUNTAS
                   MOVE 0 TO MDQ-SOMA (DEP-IDX PERG-IDX)
               IF TB-PERIODO (INDICE) = PERIODO-ATUAL THEN
                   ADD TB-NOTA (INDICE) TO MD-SOMA (TB-DEP (INDICE))
                   ADD 1                TO MD-CONT (TB-DEP (INDICE))
                   COMPUTE MD-QUAD (TB-DEP (INDICE)) =
                           MD-QUAD (TB-DEP (INDICE)) +
                           TB-NOTA (INDICE) * TB-NOTA (INDICE)
                   PERFORM VARYING PERG-IDX FROM 1 BY 1
                           UNTIL PERG-IDX > QTD-PERGUNTAS
                       ADD TB-NOTA-Q (INDICE PERG-IDX)
           END-PERFORM.

      * a tendÉncia de cada pacote compara com o per°odo anterior do
      * departamento no historial, tendo em conta as margens de erro.
           PERFORM CARREGA-HISTORICO-TABELA.
           PERFORM APURA-INDICE-PONDERADO.
           MOVE PERIODO-ATUAL TO PERIODO-ALVO.
           MOVE TIPO-PERIODO  TO TIPO-ALVO.

           MOVE 0 TO CONTADOR-PACKS.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               END-IF
           END-PERFORM.

           DISPLAY "PACOTES ESCRITOS (RELATOnn.PRN): " AT 0901.
           DISPLAY CONTADOR-PACKS AT 0934.
      * os coment†rios ainda por rever nÑo saem nos pacotes.
           MOVE 0 TO MDR-CONT-PENDENTES.
           PERFORM VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > TOTAL-REGISTOS
               IF TB-PERIODO (INDICE) = PERIODO-ATUAL THEN
                   PERFORM APURA-COMENTARIO-PUBLICO
                   IF COMENT-PENDENTE THEN
                       ADD 1 TO MDR-CONT-PENDENTES
                   END-IF
               END-IF
           END-PERFORM.
           IF MDR-CONT-PENDENTES > 0 THEN
               DISPLAY "COMENT†RIOS POR REVER (FORA DOS PACOTES): "
                   AT 1001 FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY MDR-CONT-PENDENTES AT 1044
           END-IF.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 1101.
           ACCEPT OMITTED AT 1137.

      *________________________________________________________________________*
      * IMPRIME-PACK-DEP escreve o pacote do departamento em DEP-IDX
      * para RELATOnn.PRN, com as regras de supressÑo dos per°odos
      * an¢nimos: um grupo com menos de 3 respostas sai s¢ com
      * "N/D", sem perguntas nem coment†rios.
       IMPRIME-PACK-DEP.
      * das notas baixas do departamento.
       IMPRIME-PACK-DEP-CORPO.
           MOVE MD-MEDIA (DEP-IDX) TO MD-SAIDA (DEP-IDX).
           MOVE SPACES TO MARGEM-TEXTO.
           IF MD-TEM-MARGEM (DEP-IDX) = "S" THEN
               MOVE MD-MARGEM (DEP-IDX) TO PND-SAIDA-MARGEM
               STRING "+/- "           DELIMITED BY SIZE
                      PND-SAIDA-MARGEM DELIMITED BY SIZE
                      INTO MARGEM-TEXTO
           END-IF.
           MOVE SPACES TO LINHA-AUX.
           STRING "MEDIA DO DEPARTAMENTO: " DELIMITED BY SIZE
                  MD-SAIDA (DEP-IDX)        DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  MARGEM-TEXTO              DELIMITED BY SIZE
                  "  ("                     DELIMITED BY SIZE
                  MD-CONT (DEP-IDX)         DELIMITED BY SIZE
                  " RESPOSTAS)"             DELIMITED BY SIZE
                                        DELIMITED BY SIZE
                      SAIDA-MEDIA-ANT   DELIMITED BY SIZE
                      INTO LINHA-AUX
      * a varia᧵o s¢ se d† como real quando excede a margem
      * combinada dos dois per°odos.
               IF SW-TEM-MARGEM-ANT = "S" AND
                  MD-TEM-MARGEM (DEP-IDX) = "S" THEN
                   MOVE MD-MEDIA (DEP-IDX)  TO MEDIA-ATU-NUM
                   MOVE MD-MARGEM (DEP-IDX) TO PND-MARGEM-ATU
                   PERFORM AVALIA-RUIDO
                   IF PND-DENTRO-RUIDO THEN
                       MOVE "(VARIACAO DENTRO DO RUIDO)"
                           TO LINHA-AUX (35:26)
                   ELSE
                       MOVE "(VARIACAO SIGNIFICATIVA)"
                           TO LINHA-AUX (35:24)
                   END-IF
               END-IF
               PERFORM ESCREVE-PACK
           ELSE
               MOVE "SEM PERIODO ANTERIOR NO HISTORIAL"
                  AND TB-PERIODO (INDICE) = PERIODO-ATUAL
                  AND TB-NOTA (INDICE) <= 2
                  AND TB-COMENTARIO (INDICE) NOT = SPACES THEN
                   PERFORM APURA-COMENTARIO-PUBLICO
      * num per°odo an¢nimo nÑo h† nome a mostrar; num identificado
      * o chefe vÉ quem deixou o coment†rio, como no relat¢rio de
      * sempre - mas apenas os do seu departamento e apenas o texto
      * que a revisÑo deixou publicar.
                   IF COMENT-PUBLICO NOT = SPACES THEN
                       MOVE SPACES TO LINHA-AUX
                       IF PERIODO-E-ANONIMO THEN
                           MOVE COMENT-PUBLICO TO LINHA-AUX (3:40)
                       ELSE
                           MOVE TB-NOME (INDICE) TO LINHA-AUX (1:12)
                           MOVE COMENT-PUBLICO TO LINHA-AUX (15:40)
                       END-IF
                       PERFORM ESCREVE-PACK
                   END-IF
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * COMPARA-PERIODOS lÉ o historial completo de mÇdias por
      * departamento e mostra, para cada departamento, a mÇdia do
      * per°odo actual ao lado da mÇdia do per°odo anterior, cada uma
      * com a sua margem de erro. Uma varia᧵o menor do que a margem
      * combinada das duas sai como "DENTRO DO RUIDO": nÑo justifica
      * plano de ac᧵o. No fim vem o °ndice ponderado da empresa.
      * S¢ se comparam per°odos do mesmo tipo de inquÇrito que o
      * per°odo seleccionado.
       COMPARA-PERIODOS.
           DISPLAY CLS.
           DISPLAY CABECALHO.
           MOVE TIPO-PERIODO TO TIPO-ALVO.
           PERFORM OBTEM-NOME-TIPO.
           DISPLAY "InquÇrito: " AT 0501.
           DISPLAY TIPO-NOME AT 0512.

           PERFORM VARYING HC-IDX FROM 1 BY 1 UNTIL HC-IDX > 100
               MOVE SPACES TO HC-PERIODO-ANT (HC-IDX)
               MOVE SPACES TO HC-PERIODO-ATU (HC-IDX)
               MOVE ZERO   TO HC-MEDIA-ANT (HC-IDX)
               MOVE ZERO   TO HC-MEDIA-ATU (HC-IDX)
               MOVE 0      TO HC-MARGEM-ANT (HC-IDX)
               MOVE 0      TO HC-MARGEM-ATU (HC-IDX)
               MOVE "N"    TO HC-TEM-MARGEM-ANT (HC-IDX)
               MOVE "N"    TO HC-TEM-MARGEM-ATU (HC-IDX)
           END-PERFORM.

           OPEN INPUT FICHEIRO-HISTORICO.
                   AT END MOVE "10" TO FS-HISTORICO
               END-READ
               PERFORM UNTIL FS-HISTORICO = "10"
      * as linhas de direc᧵o ("R") nÑo entram na compara᧵o por
      * departamento; as do °ndice da empresa ("E") vÑo para a
      * linha HC-EMPRESA. As de outro tipo de inquÇrito ficam de fora
      * (em branco = trimestral).
                 MOVE HIST-TIPO TO TIPO-ALVO
                 IF TIPO-ALVO = SPACE THEN
                     MOVE "Q" TO TIPO-ALVO
                 END-IF
                 IF TIPO-ALVO NOT = TIPO-PERIODO THEN
                     MOVE 0 TO HC-IDX
                 ELSE IF HIST-NIVEL = "E" THEN
                     MOVE HC-EMPRESA TO HC-IDX
                 ELSE IF HIST-NIVEL = "R" THEN
                     MOVE 0 TO HC-IDX
                 ELSE
                     MOVE HIST-DEP TO HC-IDX
                 END-IF
                 END-IF
                 END-IF
                 IF HC-IDX > 0 THEN
                   MOVE HC-PERIODO-ATU (HC-IDX) TO
                                         HC-PERIODO-ANT (HC-IDX)
                   MOVE HC-MEDIA-ATU   (HC-IDX) TO
                                         HC-MEDIA-ANT (HC-IDX)
                   MOVE HC-MARGEM-ATU  (HC-IDX) TO
                                         HC-MARGEM-ANT (HC-IDX)
                   MOVE HC-TEM-MARGEM-ATU (HC-IDX) TO
                                         HC-TEM-MARGEM-ANT (HC-IDX)
                   MOVE HIST-PERIODO TO HC-PERIODO-ATU (HC-IDX)
                   MOVE HIST-MEDIA   TO HC-MEDIA-ATU   (HC-IDX)
                   IF HIST-MARGEM-X IS NUMERIC THEN
                       MOVE HIST-MARGEM TO HC-MARGEM-ATU (HC-IDX)
                       MOVE "S" TO HC-TEM-MARGEM-ATU (HC-IDX)
                   ELSE
                       MOVE 0   TO HC-MARGEM-ATU (HC-IDX)
                       MOVE "N" TO HC-TEM-MARGEM-ATU (HC-IDX)
                   END-IF
                 END-IF
                   READ FICHEIRO-HISTORICO
                       AT END MOVE "10" TO FS-HISTORICO
                   END-READ
           END-IF.

           MOVE 7 TO LINHA.
           DISPLAY "DEP   PERIODO ANTERIOR      PERIODO ACTUAL"
                                               AT LINE LINHA COL 01
           FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "VARIACAO"                  AT LINE LINHA COL 52
           FOREGROUND-COLOR 6 HIGHLIGHT.
           ADD 2 TO LINHA.
           MOVE 9 TO LINHA-TOPO-PAGINA.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
             IF DP-EXISTE (DEP-IDX) = "S" THEN
               MOVE DEP-IDX TO DEP-DIGITO
               DISPLAY DEP-DIGITO               AT LINE LINHA COL 03
               MOVE DEP-IDX TO HC-IDX
               PERFORM COMPARA-PERIODOS-LINHA
             END-IF
           END-PERFORM.

           IF HC-PERIODO-ATU (HC-EMPRESA) NOT = SPACES THEN
               ADD 1 TO LINHA
               PERFORM CONTROLA-PAGINACAO
               DISPLAY "INDICE PONDERADO DA EMPRESA"
                                               AT LINE LINHA COL 01
               FOREGROUND-COLOR 6 HIGHLIGHT
               ADD 1 TO LINHA
               PERFORM CONTROLA-PAGINACAO
               DISPLAY "EMP"                    AT LINE LINHA COL 02
               MOVE HC-EMPRESA TO HC-IDX
               PERFORM COMPARA-PERIODOS-LINHA
           END-IF.

           ADD 2 TO LINHA.
           DISPLAY "Para voltar ao MENU pressione ENTER "
                                                     LINE LINHA COL 01.
           ACCEPT OMITTED LINE LINHA COL 36.

      *________________________________________________________________________*
      * COMPARA-PERIODOS-LINHA mostra na linha LINHA os dois per°odos
      * da linha HC-IDX de HIST-COMPARACAO, com as margens, e se a
      * varia᧵o entre eles sai do ru°do.
       COMPARA-PERIODOS-LINHA.
           DISPLAY HC-PERIODO-ANT (HC-IDX) AT LINE LINHA COL 09.
           DISPLAY HC-MEDIA-ANT   (HC-IDX) AT LINE LINHA COL 16.
           IF HC-TEM-MARGEM-ANT (HC-IDX) = "S" THEN
               MOVE HC-MARGEM-ANT (HC-IDX) TO PND-SAIDA-MARGEM
               DISPLAY "+/-"              AT LINE LINHA COL 20
               DISPLAY PND-SAIDA-MARGEM   AT LINE LINHA COL 24
           END-IF.
           DISPLAY HC-PERIODO-ATU (HC-IDX) AT LINE LINHA COL 31.
           DISPLAY HC-MEDIA-ATU   (HC-IDX) AT LINE LINHA COL 38.
           IF HC-TEM-MARGEM-ATU (HC-IDX) = "S" THEN
               MOVE HC-MARGEM-ATU (HC-IDX) TO PND-SAIDA-MARGEM
               DISPLAY "+/-"              AT LINE LINHA COL 42
               DISPLAY PND-SAIDA-MARGEM   AT LINE LINHA COL 46
           END-IF.
           IF HC-PERIODO-ANT (HC-IDX) NOT = SPACES AND
              HC-TEM-MARGEM-ANT (HC-IDX) = "S" AND
              HC-TEM-MARGEM-ATU (HC-IDX) = "S" THEN
               MOVE HC-MEDIA-ANT (HC-IDX)  TO MEDIA-ANT-NUM
               MOVE HC-MEDIA-ATU (HC-IDX)  TO MEDIA-ATU-NUM
               MOVE HC-MARGEM-ANT (HC-IDX) TO PND-MARGEM-ANT
               MOVE HC-MARGEM-ATU (HC-IDX) TO PND-MARGEM-ATU
               PERFORM AVALIA-RUIDO
               IF PND-DENTRO-RUIDO THEN
                   DISPLAY "DENTRO DO RUIDO" AT LINE LINHA COL 52
               ELSE
                   DISPLAY "SIGNIFICATIVA"   AT LINE LINHA COL 52
                   FOREGROUND-COLOR 4 HIGHLIGHT
               END-IF
           END-IF.
           ADD 1 TO LINHA.
           PERFORM CONTROLA-PAGINACAO.

      *________________________________________________________________________*
      * AVALIA-RUIDO diz se a varia᧵o entre MEDIA-ANT-NUM e
      * MEDIA-ATU-NUM Ç menor do que a margem combinada das duas
      * mÇdias (PND-MARGEM-ANT e PND-MARGEM-ATU), isto Ç, se cabe no
      * erro de amostragem e nÑo quer dizer nada.
       AVALIA-RUIDO.
           MOVE "N" TO SW-PND-RUIDO.
           IF MEDIA-ATU-NUM > MEDIA-ANT-NUM THEN
               COMPUTE PND-DIFERENCA = MEDIA-ATU-NUM - MEDIA-ANT-NUM
           ELSE
               COMPUTE PND-DIFERENCA = MEDIA-ANT-NUM - MEDIA-ATU-NUM
           END-IF.
           COMPUTE PND-COMBINADA ROUNDED =
                   (PND-MARGEM-ANT * PND-MARGEM-ANT +
                    PND-MARGEM-ATU * PND-MARGEM-ATU) ** 0.5.
           IF PND-DIFERENCA < PND-COMBINADA THEN
               MOVE "S" TO SW-PND-RUIDO
           END-IF.

      *________________________________________________________________________*
      * COMPARA-PERGUNTAS (op᧵o 17) mostra a tendÉncia ao n°vel da
      * pergunta entre dois per°odos: a mÇdia global de cada pergunta
               DISPLAY "C=Codificar G=Gerir categorias R=Relat¢rio"
                   AT 1101
               DISPLAY "X=Sair" AT 1145
               DISPLAY "M=Moderar coment†rios P=Pendentes"
                   AT 1201
               PERFORM WITH TEST AFTER UNTIL VALIDAR-CODIF-OPCAO
                   DISPLAY "OpáÑo: [ ]" AT 1301
                   ACCEPT CODIF-OPCAO  AT 1309
                   IF (NOT VALIDAR-CODIF-OPCAO) THEN
                       DISPLAY "INSIRA: C, G, R, M, P ou X" AT 1312
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT 1312
                   WHEN "C" PERFORM CODIFICA-COMENTARIOS-PERIODO
                   WHEN "G" PERFORM GERE-CATEGORIAS
                   WHEN "R" PERFORM RELATORIO-CATEGORIAS
                   WHEN "M" PERFORM MODERA-COMENTARIOS-PERIODO
                   WHEN "P" PERFORM RELATORIO-PENDENTES
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           END-IF.

      *________________________________________________________________________*
      * MODERA-COMENTARIOS-PERIODO percorre os coment†rios pendentes
      * do per°odo seleccionado e pede a decisÑo de cada um:
      * libertar, expurgar a parte que identifica alguÇm ou reter. A
      * decisÑo fica em MODERACAO.DAT e na auditoria, com o revisor.
       MODERA-COMENTARIOS-PERIODO.
           MOVE 0 TO MDR-CONT-DECISOES.
           MOVE "N" TO SW-MDR-FIM.
           PERFORM VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > TOTAL-REGISTOS OR MDR-E-FIM
               IF TB-PERIODO (INDICE) = PERIODO-ATUAL AND
                  TB-COMENTARIO (INDICE) NOT = SPACES THEN
                   PERFORM APURA-COMENTARIO-PUBLICO
                   IF COMENT-PENDENTE THEN
                       PERFORM MODERA-UM-COMENTARIO
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "Coment†rios revistos nesta passagem: " AT 0701.
           DISPLAY MDR-CONT-DECISOES AT 0738.
           DISPLAY "Pressione ENTER para continuar" AT 0901.
           ACCEPT OMITTED AT 0933.

      *________________________________________________________________________*
      * MODERA-UM-COMENTARIO mostra o coment†rio em INDICE e grava a
      * decisÑo do revisor. Num expurgo o revisor reescreve o texto
      * a publicar; se o deixar em branco o coment†rio fica retido e
      * se o deixar igual fica libertado.
       MODERA-UM-COMENTARIO.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "MODERAÄéO DE COMENT†RIOS" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Resposta: "               AT 0901.
           DISPLAY TB-MATRICULA (INDICE)      AT 0911.
           DISPLAY "Departamento: "           AT 0920.
           DISPLAY TB-DEP (INDICE)            AT 0934.
           IF (NOT PERIODO-E-ANONIMO) THEN
               DISPLAY "Nome: "               AT 1001
               DISPLAY TB-NOME (INDICE)       AT 1007
           END-IF.
           DISPLAY "Coment†rio: "             AT 1101.
           DISPLAY TB-COMENTARIO (INDICE)     AT 1113.
           DISPLAY "L=Libertar E=Expurgar R=Reter S=Saltar F=Fim"
               AT 1301.
           MOVE SPACE TO MDR-DECISAO.
           PERFORM WITH TEST AFTER UNTIL VALIDAR-MDR-DECISAO
               DISPLAY "DecisÑo: [ ]" AT 1501
               ACCEPT MDR-DECISAO AT 1511
               IF (NOT VALIDAR-MDR-DECISAO) THEN
                   DISPLAY "INSIRA: L, E, R, S ou F" AT 1514
                   FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   DISPLAY " " ERASE EOL AT 1514
               END-IF
           END-PERFORM.
           MOVE SPACES TO MDR-NOVO-TEXTO.
           IF MDR-DECISAO = "E" THEN
               DISPLAY "Texto a publicar: " AT 1701
               MOVE TB-COMENTARIO (INDICE) TO MDR-NOVO-TEXTO
               DISPLAY MDR-NOVO-TEXTO AT 1719
               ACCEPT MDR-NOVO-TEXTO AT 1719
               IF MDR-NOVO-TEXTO = SPACES THEN
                   MOVE "R" TO MDR-DECISAO
               ELSE IF MDR-NOVO-TEXTO = TB-COMENTARIO (INDICE) THEN
                   MOVE "L" TO MDR-DECISAO
                   MOVE SPACES TO MDR-NOVO-TEXTO
               END-IF
               END-IF
           END-IF.
           IF MDR-DECISAO = "F" THEN
               MOVE "S" TO SW-MDR-FIM
           ELSE IF MDR-DECISAO NOT = "S" THEN
               MOVE TB-MATRICULA (INDICE) TO MDR-NOVO-MATRICULA
               MOVE TB-PERIODO (INDICE)   TO MDR-NOVO-PERIODO
               MOVE MDR-DECISAO           TO MDR-NOVO-ESTADO
               PERFORM GRAVA-MODERACAO
               PERFORM REGISTA-AUDITORIA-MODERACAO
               ADD 1 TO MDR-CONT-DECISOES
           END-IF
           END-IF.

      *________________________________________________________________________*
      * REGISTA-AUDITORIA-MODERACAO deixa na auditoria a decisÑo sobre
      * o coment†rio em INDICE ("LIB", "EXP" ou "RET"), com o texto
      * escrito como imagem antes e o texto publicado como imagem
      * depois.
       REGISTA-AUDITORIA-MODERACAO.
           MOVE OPERADOR-ID TO AUD-OPERADOR.
           MOVE OPCAOMENU   TO AUD-OPCAO.
           IF MDR-NOVO-ESTADO = "L" THEN
               MOVE "LIB" TO AUD-TIPO
               MOVE TB-COMENTARIO (INDICE) TO AUD-COMENT-NOVO
           ELSE IF MDR-NOVO-ESTADO = "E" THEN
               MOVE "EXP" TO AUD-TIPO
               MOVE MDR-NOVO-TEXTO TO AUD-COMENT-NOVO
           ELSE
               MOVE "RET" TO AUD-TIPO
               MOVE SPACES TO AUD-COMENT-NOVO
           END-IF
           END-IF.
           MOVE TB-MATRICULA (INDICE)  TO AUD-MATRICULA.
           MOVE TB-DEP (INDICE)        TO AUD-DEP-ANT.
           MOVE TB-NOTA (INDICE)       TO AUD-NOTA-ANT.
           MOVE TB-COMENTARIO (INDICE) TO AUD-COMENT-ANT.
           MOVE TB-DEP (INDICE)        TO AUD-DEP-NOVO.
           MOVE TB-NOTA (INDICE)       TO AUD-NOTA-NOVA.
           PERFORM ESCREVE-AUDITORIA.

      *________________________________________________________________________*
      * GRAVA-MODERACAO acrescenta a MODERACAO.DAT a decisÑo em
      * MDR-NOVO-* e, se o per°odo for o que est† em mem¢ria,
      * actualiza tambÇm MDR-TABELA.
       GRAVA-MODERACAO.
           OPEN EXTEND FICHEIRO-MODERACAO.
           IF FS-MODERACAO NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-MODERACAO
           END-IF.
           MOVE MDR-NOVO-PERIODO   TO MDR-PERIODO.
           MOVE MDR-NOVO-MATRICULA TO MDR-MATRICULA.
           MOVE MDR-NOVO-ESTADO    TO MDR-ESTADO.
           MOVE MDR-NOVO-TEXTO     TO MDR-TEXTO.
           MOVE OPERADOR-ID        TO MDR-OPERADOR.
           ACCEPT MDR-DATA FROM DATE YYYYMMDD.
           ACCEPT MDR-HORA FROM TIME.
           WRITE MDR-REGISTO.
           CLOSE FICHEIRO-MODERACAO.
           IF MDR-NOVO-PERIODO = MDR-PERIODO-CARREGADO THEN
               PERFORM GUARDA-MODERACAO-TABELA
           END-IF.

      *________________________________________________________________________*
      * GUARDA-MODERACAO-TABELA pÑe a decisÑo do registo MDR-REGISTO
      * em MDR-TABELA, substituindo a anterior da mesma resposta.
       GUARDA-MODERACAO-TABELA.
           MOVE MDR-MATRICULA TO MDR-ID-PROCURADO.
           PERFORM PROCURA-MODERACAO.
           IF MT-ENCONTRADO-IDX = 0 AND MT-TOTAL < 300 THEN
               ADD 1 TO MT-TOTAL
               MOVE MT-TOTAL TO MT-ENCONTRADO-IDX
               MOVE MDR-MATRICULA TO MT-MATRICULA (MT-TOTAL)
           END-IF.
           IF MT-ENCONTRADO-IDX > 0 THEN
               MOVE MDR-ESTADO TO MT-ESTADO (MT-ENCONTRADO-IDX)
               MOVE MDR-TEXTO  TO MT-TEXTO (MT-ENCONTRADO-IDX)
           END-IF.

      *________________________________________________________________________*
      * CARREGA-MODERACAO-PERIODO carrega em MDR-TABELA as decis§es
      * de MODERACAO.DAT para as respostas de MDR-PERIODO-ALVO.
       CARREGA-MODERACAO-PERIODO.
           MOVE 0 TO MT-TOTAL.
           MOVE MDR-PERIODO-ALVO TO MDR-PERIODO-CARREGADO.
           OPEN INPUT FICHEIRO-MODERACAO.
           IF FS-MODERACAO = "00" THEN
               READ FICHEIRO-MODERACAO
                   AT END MOVE "10" TO FS-MODERACAO
               END-READ
               PERFORM UNTIL FS-MODERACAO NOT = "00"
                   IF MDR-PERIODO = MDR-PERIODO-ALVO THEN
                       PERFORM GUARDA-MODERACAO-TABELA
                   END-IF
                   READ FICHEIRO-MODERACAO
                       AT END MOVE "10" TO FS-MODERACAO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MODERACAO
           END-IF.

      *________________________________________________________________________*
      * PROCURA-MODERACAO procura a resposta MDR-ID-PROCURADO em
      * MDR-TABELA e devolve o °ndice em MT-ENCONTRADO-IDX (0 se a
      * resposta ainda nÑo tem decisÑo).
       PROCURA-MODERACAO.
           MOVE 0 TO MT-ENCONTRADO-IDX.
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > MT-TOTAL OR MT-ENCONTRADO-IDX > 0
               IF MT-MATRICULA (MT-IDX) = MDR-ID-PROCURADO THEN
                   MOVE MT-IDX TO MT-ENCONTRADO-IDX
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * APURA-COMENTARIO-PUBLICO diz o que pode sair do coment†rio da
      * resposta em INDICE: o texto escrito se foi libertado, o texto
      * expurgado se foi expurgado e nada se est† pendente ou retido
      * (estado em MDR-ESTADO-ACTUAL, brancos sem coment†rio). As
      * decis§es do per°odo da resposta sÑo carregadas quando muda o
      * per°odo.
       APURA-COMENTARIO-PUBLICO.
           MOVE SPACES TO COMENT-PUBLICO.
           MOVE SPACE TO MDR-ESTADO-ACTUAL.
           IF TB-COMENTARIO (INDICE) NOT = SPACES THEN
               IF TB-PERIODO (INDICE) NOT = MDR-PERIODO-CARREGADO THEN
                   MOVE TB-PERIODO (INDICE) TO MDR-PERIODO-ALVO
                   PERFORM CARREGA-MODERACAO-PERIODO
               END-IF
               MOVE "P" TO MDR-ESTADO-ACTUAL
               MOVE TB-MATRICULA (INDICE) TO MDR-ID-PROCURADO
               PERFORM PROCURA-MODERACAO
               IF MT-ENCONTRADO-IDX > 0 THEN
                   MOVE MT-ESTADO (MT-ENCONTRADO-IDX)
                       TO MDR-ESTADO-ACTUAL
               END-IF
               IF COMENT-LIBERTADO THEN
                   MOVE TB-COMENTARIO (INDICE) TO COMENT-PUBLICO
               ELSE IF COMENT-EXPURGADO THEN
                   MOVE MT-TEXTO (MT-ENCONTRADO-IDX) TO COMENT-PUBLICO
               END-IF
               END-IF
           END-IF.

      *________________________________________________________________________*
      * RELATORIO-PENDENTES mostra, por per°odo, quantos coment†rios
      * h† e em que estado da revisÑo estÑo, para os pacotes nÑo
      * sa°rem antes de a revisÑo acabar; fica tambÇm no buffer do
      * relat¢rio para a op᧵o 6. Os per°odos arquivados sÑo lidos
      * de ARQUIVO.DAT.
       RELATORIO-PENDENTES.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "COMENT†RIOS POR REVER" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           MOVE 0 TO RELATORIO-TOTAL.
           MOVE "N" TO SW-RELATORIO-TRUNC.
           MOVE 0 TO MDR-TOTAL-PENDENTES.
           MOVE "COMENTARIOS POR REVER, POR PERIODO" TO LINHA-AUX.
           PERFORM GUARDA-LINHA-RELATORIO.
           MOVE SPACES TO LINHA-AUX.
           MOVE "PERIODO T  COMENT. PENDENTES LIBERT. EXPURG. RETIDOS"
               TO LINHA-AUX.
           MOVE 9 TO LINHA.
           MOVE 9 TO LINHA-TOPO-PAGINA.
           DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
               FOREGROUND-COLOR 6 HIGHLIGHT.
           ADD 1 TO LINHA.
           PERFORM GUARDA-LINHA-RELATORIO.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PER-TOTAL
               PERFORM CONTA-PENDENTES-PERIODO
               IF MDR-CONT-COMENT > 0 THEN
                   MOVE SPACES TO LINHA-AUX
                   MOVE PT-PERIODO (PER-IDX) TO LINHA-AUX (1:6)
                   MOVE PT-TIPO (PER-IDX)    TO LINHA-AUX (9:1)
                   MOVE MDR-CONT-COMENT      TO LINHA-AUX (12:5)
                   MOVE MDR-CONT-PENDENTES   TO LINHA-AUX (21:5)
                   MOVE MDR-CONT-LIBERTADOS  TO LINHA-AUX (31:5)
                   MOVE MDR-CONT-EXPURGADOS  TO LINHA-AUX (39:5)
                   MOVE MDR-CONT-RETIDOS     TO LINHA-AUX (47:5)
                   IF MDR-CONT-PENDENTES > 0 THEN
                       MOVE "REVISAO POR ACABAR" TO LINHA-AUX (55:18)
                   END-IF
                   DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
                   ADD 1 TO LINHA
                   PERFORM CONTROLA-PAGINACAO
                   PERFORM GUARDA-LINHA-RELATORIO
                   ADD MDR-CONT-PENDENTES TO MDR-TOTAL-PENDENTES
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-AUX.
           STRING "TOTAL DE COMENTARIOS PENDENTES: " DELIMITED BY SIZE
                  MDR-TOTAL-PENDENTES                DELIMITED BY SIZE
                  INTO LINHA-AUX.
           ADD 1 TO LINHA.
           DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01.
           PERFORM GUARDA-LINHA-RELATORIO.
           ADD 1 TO LINHA.
           DISPLAY "QUADRO DISPONãVEL PARA A IMPRESSéO (OPÄéO 6)"
               AT LINE LINHA COL 01.
           ADD 2 TO LINHA.
           DISPLAY "Para voltar ao MENU pressione ENTER "
                                                     LINE LINHA COL 01.
           ACCEPT OMITTED LINE LINHA COL 36.

      *________________________________________________________________________*
      * CONTA-PENDENTES-PERIODO conta os coment†rios do per°odo em
      * PER-IDX por estado da revisÑo, a partir das respostas vivas
      * ou, num per°odo arquivado, do arquivo.
       CONTA-PENDENTES-PERIODO.
           MOVE 0 TO MDR-CONT-COMENT.
           MOVE 0 TO MDR-CONT-PENDENTES.
           MOVE 0 TO MDR-CONT-LIBERTADOS.
           MOVE 0 TO MDR-CONT-EXPURGADOS.
           MOVE 0 TO MDR-CONT-RETIDOS.
           MOVE PT-PERIODO (PER-IDX) TO MDR-PERIODO-ALVO.
           PERFORM CARREGA-MODERACAO-PERIODO.
           IF PT-ESTADO (PER-IDX) = "Q" THEN
               OPEN INPUT FICHEIRO-ARQUIVO
               IF FS-ARQUIVO = "00" THEN
                   READ FICHEIRO-ARQUIVO
                       AT END MOVE "10" TO FS-ARQUIVO
                   END-READ
                   PERFORM UNTIL FS-ARQUIVO NOT = "00"
                       IF ARQ-PERIODO = MDR-PERIODO-ALVO AND
                          ARQ-COMENTARIO NOT = SPACES THEN
                           MOVE ARQ-MATRICULA TO MDR-ID-PROCURADO
                           PERFORM CONTA-ESTADO-COMENTARIO
                       END-IF
                       READ FICHEIRO-ARQUIVO
                           AT END MOVE "10" TO FS-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-ARQUIVO
               END-IF
           ELSE
               MOVE MDR-PERIODO-ALVO TO PERIODO-ALVO
               OPEN INPUT FICHEIRO-RESPOSTAS
               IF FS-RESPOSTAS = "00" THEN
                   PERFORM POSICIONA-PERIODO-RESPOSTAS
                   PERFORM UNTIL FS-RESPOSTAS NOT = "00"
                       IF FR-COMENTARIO NOT = SPACES THEN
                           MOVE FR-MATRICULA TO MDR-ID-PROCURADO
                           PERFORM CONTA-ESTADO-COMENTARIO
                       END-IF
                       PERFORM LE-PROXIMA-DO-PERIODO
                   END-PERFORM
                   CLOSE FICHEIRO-RESPOSTAS
               END-IF
               MOVE PERIODO-ATUAL TO PERIODO-ALVO
           END-IF.

      *________________________________________________________________________*
      * CONTA-ESTADO-COMENTARIO soma o coment†rio da resposta
      * MDR-ID-PROCURADO ao contador do seu estado.
       CONTA-ESTADO-COMENTARIO.
           ADD 1 TO MDR-CONT-COMENT.
           MOVE "P" TO MDR-ESTADO-ACTUAL.
           PERFORM PROCURA-MODERACAO.
           IF MT-ENCONTRADO-IDX > 0 THEN
               MOVE MT-ESTADO (MT-ENCONTRADO-IDX) TO MDR-ESTADO-ACTUAL
           END-IF.
           IF COMENT-LIBERTADO THEN
               ADD 1 TO MDR-CONT-LIBERTADOS
           ELSE IF COMENT-EXPURGADO THEN
               ADD 1 TO MDR-CONT-EXPURGADOS
           ELSE IF COMENT-RETIDO THEN
               ADD 1 TO MDR-CONT-RETIDOS
           ELSE
               ADD 1 TO MDR-CONT-PENDENTES
           END-IF
           END-IF
           END-IF.

      *________________________________________________________________________*
      * ACERTA-MATRICULA-MODERACAO corre no fim de um restauro: a
      * pr¢xima matr°cula passa para lá das respostas com decisÑo
      * em MODERACAO.DAT, para uma resposta nova nÑo herdar a
      * decisÑo tomada sobre outra com o mesmo n£mero.
       ACERTA-MATRICULA-MODERACAO.
           MOVE 0 TO MDR-MAIOR-ID.
           OPEN INPUT FICHEIRO-MODERACAO.
           IF FS-MODERACAO = "00" THEN
               READ FICHEIRO-MODERACAO
                   AT END MOVE "10" TO FS-MODERACAO
               END-READ
               PERFORM UNTIL FS-MODERACAO NOT = "00"
                   IF MDR-MATRICULA > MDR-MAIOR-ID THEN
                       MOVE MDR-MATRICULA TO MDR-MAIOR-ID
                   END-IF
                   READ FICHEIRO-MODERACAO
                       AT END MOVE "10" TO FS-MODERACAO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MODERACAO
           END-IF.
           IF MDR-MAIOR-ID >= PROX-MATRICULA THEN
               COMPUTE PROX-MATRICULA = MDR-MAIOR-ID + 1
               PERFORM GRAVA-CONTROLO
           END-IF.
           MOVE SPACES TO MDR-PERIODO-CARREGADO.

      *________________________________________________________________________*
      * GERE-CATEGORIAS Ç a manutenáÑo da tabela de categorias:
      * adicionar e renomear, reescrevendo o ficheiro ao sair. NÑo se
      * apagam categorias, porque as codificaá§es antigas continuam
      * a apontar para os c¢digos.
       GERE-CATEGORIAS.
                  CODIF-PERIODO     DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM GUARDA-LINHA-RELATORIO.
           MOVE 11 TO LINHA.
           MOVE 11 TO LINHA-TOPO-PAGINA.
      * o quadro sai em faixas de 10 departamentos por linha.
           MOVE 1 TO BANDA-INICIO.
           PERFORM UNTIL BANDA-INICIO > DEP-MAX
               PERFORM CATEGORIAS-BANDA
           END-PERFORM.
           ADD 1 TO LINHA.
           DISPLAY "QUADRO DISPONãVEL PARA A IMPRESSéO (OPÄéO 6)"
               AT LINE LINHA COL 01.
           ADD 2 TO LINHA.
           DISPLAY "Para voltar ao MENU pressione ENTER "
                                                     LINE LINHA COL 01.
           ACCEPT OMITTED LINE LINHA COL 36.

      *________________________________________________________________________*
      * CATEGORIAS-BANDA mostra (e guarda para o relat¢rio) a faixa do
      * quadro de categorias que comeáa no departamento BANDA-INICIO
      * e avanáa BANDA-INICIO para a faixa seguinte.
       CATEGORIAS-BANDA.
           MOVE SPACES TO LINHA-AUX.
           MOVE "CATEGORIA" TO LINHA-AUX (1:9).
           MOVE "TOTAL" TO LINHA-AUX (22:5).
           MOVE 30 TO POS-LIN.
           MOVE 0 TO BANDA-COLUNAS.
           MOVE DEP-MAX TO BANDA-FIM.
           PERFORM VARYING DEP-IDX FROM BANDA-INICIO BY 1
                   UNTIL DEP-IDX > DEP-MAX OR BANDA-COLUNAS = 10
               IF DP-EXISTE (DEP-IDX) = "S" THEN
                   MOVE DEP-IDX TO DEP-DIGITO
                   MOVE "D"     TO LINHA-AUX (POS-LIN:1)
                   MOVE DEP-DIGITO TO LINHA-AUX (POS-LIN + 1:2)
                   ADD 5 TO POS-LIN
                   ADD 1 TO BANDA-COLUNAS
                   MOVE DEP-IDX TO BANDA-FIM
               END-IF
           END-PERFORM.
           IF BANDA-COLUNAS < 10 THEN
               MOVE DEP-MAX TO BANDA-FIM
           END-IF.
           IF BANDA-COLUNAS > 0 OR BANDA-INICIO = 1 THEN
               DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
                   FOREGROUND-COLOR 6 HIGHLIGHT
               ADD 1 TO LINHA
               PERFORM CONTROLA-PAGINACAO
               PERFORM GUARDA-LINHA-RELATORIO
               PERFORM VARYING CAT-IDX FROM 1 BY 1
                       UNTIL CAT-IDX > CAT-TOTAL
                   MOVE SPACES TO LINHA-AUX
                   MOVE CT-NOME (CAT-IDX) TO LINHA-AUX (1:20)
                   MOVE CC-TOTAL-CAT (CAT-IDX) TO LINHA-AUX (22:4)
                   MOVE 30 TO POS-LIN
                   PERFORM VARYING DEP-IDX FROM BANDA-INICIO BY 1
                           UNTIL DEP-IDX > BANDA-FIM
                       IF DP-EXISTE (DEP-IDX) = "S" THEN
                           MOVE CC-CONT (DEP-IDX CAT-IDX)
                               TO LINHA-AUX (POS-LIN:3)
                           ADD 5 TO POS-LIN
                       END-IF
                   END-PERFORM
                   DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
                   ADD 1 TO LINHA
                   PERFORM CONTROLA-PAGINACAO
                   PERFORM GUARDA-LINHA-RELATORIO
               END-PERFORM
           ELSE
               MOVE SPACES TO LINHA-AUX
           END-IF.
           COMPUTE BANDA-INICIO = BANDA-FIM + 1.

      *________________________________________________________________________*
      * EXPORTA-CSV exporta a tabela completa de respostas para um
           END-IF.

      *________________________________________________________________________*
      * ESCAPA-COMENTARIO-CSV duplica qualquer ASPA embutida no
      * coment†rio de INDICE, para que um coment†rio livre com uma
      * aspa nÑo desloque as colunas do CSV gerado por EXPORTA-CSV.
      * S¢ vai o texto que a revisÑo deixou publicar.
       ESCAPA-COMENTARIO-CSV.
           PERFORM APURA-COMENTARIO-PUBLICO.
           MOVE SPACES TO COMENTARIO-CSV.
           MOVE 1 TO POS-CSV.
           PERFORM VARYING POS-COMENT FROM 1 BY 1
                   UNTIL POS-COMENT > 40
               IF COMENT-PUBLICO (POS-COMENT:1) = ASPA THEN
                   MOVE ASPA TO COMENTARIO-CSV (POS-CSV:1)
                   ADD 1 TO POS-CSV
                   MOVE ASPA TO COMENTARIO-CSV (POS-CSV:1)
                   ADD 1 TO POS-CSV
               ELSE
                   MOVE COMENT-PUBLICO (POS-COMENT:1)
                       TO COMENTARIO-CSV (POS-CSV:1)
                   ADD 1 TO POS-CSV
               END-IF
      * supressÑo de grupos pequenos dum per°odo an¢nimo se aplica).
       APURA-TEXTOS-MDQ.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF MD-SUPRIMIDO (DEP-IDX) NOT = "N" THEN
                   MOVE "N/D" TO MDQ-TEXTO (DEP-IDX)
               ELSE
                   IF MD-CONT (DEP-IDX) > 0 THEN
      * colunas da mÇdia por pergunta: um "Dn" por departamento do
      * quadro, na mesma posiáÑo das colunas de MONTA-LINHA-MDQ.
       MONTA-CABECALHO-MDQ.
      * cabem 9 colunas numa linha; o quadro sai em faixas a comeáar
      * no departamento BANDA-INICIO. BANDA-FIM fica com o £ltimo
      * departamento da faixa e BANDA-COLUNAS com o n£mero de
      * colunas (zero quando jÑ nÑo h† departamentos a mostrar).
           MOVE SPACES TO LINHA-AUX.
           MOVE "PERGUNTA" TO LINHA-AUX (1:8).
           MOVE 42 TO POS-LIN.
           MOVE 0 TO BANDA-COLUNAS.
           MOVE DEP-MAX TO BANDA-FIM.
           PERFORM VARYING DEP-IDX FROM BANDA-INICIO BY 1
                   UNTIL DEP-IDX > DEP-MAX OR BANDA-COLUNAS = 9
               IF DP-EXISTE (DEP-IDX) = "S" THEN
                   MOVE DEP-IDX TO DEP-DIGITO
                   MOVE "D"     TO LINHA-AUX (POS-LIN:1)
                   MOVE DEP-DIGITO TO LINHA-AUX (POS-LIN + 1:2)
                   ADD 4 TO POS-LIN
                   ADD 1 TO BANDA-COLUNAS
                   MOVE DEP-IDX TO BANDA-FIM
               END-IF
           END-PERFORM.
           IF BANDA-COLUNAS < 9 THEN
               MOVE DEP-MAX TO BANDA-FIM
           END-IF.

      *________________________________________________________________________*
      * MONTA-LINHA-MDQ monta em LINHA-AUX a linha da pergunta em
           MOVE SPACES TO LINHA-AUX.
           MOVE PG-TEXTO (PERG-IDX) TO LINHA-AUX (1:40).
           MOVE 42 TO POS-LIN.
           PERFORM VARYING DEP-IDX FROM BANDA-INICIO BY 1
                   UNTIL DEP-IDX > BANDA-FIM
               IF DP-EXISTE (DEP-IDX) = "S" THEN
                   MOVE MDQ-TEXTO (DEP-IDX)
                       TO LINHA-AUX (POS-LIN:3)
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * APURA-MEDIAS-DIRECCAO calcula a mÇdia de cada departamento a
      * partir de MD-SOMA/MD-CONT e junta-os por direc᧵o em DR-*.
      * Num per°odo an¢nimo marca em MD-SUPRIMIDO/DR-SUPRIMIDO o que
      * nÑo se pode mostrar: "S" quando o grupo tem menos de 3
      * respostas e "C" (supressÑo complementar) quando o grupo tem
      * respostas suficientes mas, mostrado, deixaria deduzir o grupo
      * suprimido a partir do total da direc᧵o ou da empresa.
       APURA-MEDIAS-DIRECCAO.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               MOVE 0    TO DR-SOMA (DIR-IDX)
               MOVE 0    TO DR-CONT (DIR-IDX)
               MOVE 0    TO DR-MEDIA (DIR-IDX)
               MOVE ZERO TO DR-SAIDA (DIR-IDX)
               MOVE "N"  TO DR-SUPRIMIDO (DIR-IDX)
               MOVE 0    TO DR-CONT-SUPR (DIR-IDX)
               MOVE 0    TO DR-VISIVEIS (DIR-IDX)
               MOVE 0    TO DR-DEPARTAMENTOS (DIR-IDX)
           END-PERFORM.

           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE "N" TO MD-SUPRIMIDO (DEP-IDX)
               IF MD-CONT (DEP-IDX) > 0 THEN
                   COMPUTE MD-MEDIA (DEP-IDX) =
                           MD-SOMA (DEP-IDX) / MD-CONT (DEP-IDX)
                   MOVE MD-MEDIA (DEP-IDX) TO MD-SAIDA (DEP-IDX)
               ELSE
                   MOVE 0    TO MD-MEDIA (DEP-IDX)
                   MOVE ZERO TO MD-SAIDA (DEP-IDX)
               END-IF
               IF PERIODO-E-ANONIMO AND MD-CONT (DEP-IDX) > 0
                  AND MD-CONT (DEP-IDX) < 3 THEN
                   MOVE "S" TO MD-SUPRIMIDO (DEP-IDX)
               END-IF
               IF DP-EXISTE (DEP-IDX) = "S" THEN
                   MOVE DP-DIRECCAO (DEP-IDX) TO DIR-IDX
                   ADD 1 TO DR-DEPARTAMENTOS (DIR-IDX)
                   ADD MD-SOMA (DEP-IDX) TO DR-SOMA (DIR-IDX)
                   ADD MD-CONT (DEP-IDX) TO DR-CONT (DIR-IDX)
                   IF MD-SUPRIMIDO (DEP-IDX) = "S" THEN
                       ADD MD-CONT (DEP-IDX) TO DR-CONT-SUPR (DIR-IDX)
                   ELSE IF MD-CONT (DEP-IDX) > 0 THEN
                       ADD 1 TO DR-VISIVEIS (DIR-IDX)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * um £nico departamento suprimido com 1 ou 2 respostas ficaria
      * · vista subtraindo ao total da direc᧵o os outros; nesse caso
      * suprime-se tambÇm o departamento vis°vel mais pequeno.
           MOVE 0 TO DIR-CONT-SUPR-TOTAL.
           MOVE 0 TO DIR-VISIVEIS-TOTAL.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               IF DR-CONT (DIR-IDX) > 0 THEN
                   COMPUTE DR-MEDIA (DIR-IDX) =
                           DR-SOMA (DIR-IDX) / DR-CONT (DIR-IDX)
                   MOVE DR-MEDIA (DIR-IDX) TO DR-SAIDA (DIR-IDX)
               END-IF
               IF PERIODO-E-ANONIMO THEN
                   IF DR-CONT (DIR-IDX) > 0 AND
                      DR-CONT (DIR-IDX) < 3 THEN
                       MOVE "S" TO DR-SUPRIMIDO (DIR-IDX)
                   ELSE IF DR-CONT-SUPR (DIR-IDX) > 0 AND
                      DR-CONT-SUPR (DIR-IDX) < 3 AND
                      DR-VISIVEIS (DIR-IDX) > 0 THEN
                       PERFORM SUPRIME-MENOR-DEP-DIRECCAO
                   END-IF
                   END-IF
               END-IF
               IF DR-SUPRIMIDO (DIR-IDX) = "S" THEN
                   ADD DR-CONT (DIR-IDX) TO DIR-CONT-SUPR-TOTAL
               ELSE IF DR-CONT (DIR-IDX) > 0 THEN
                   ADD 1 TO DIR-VISIVEIS-TOTAL
               END-IF
               END-IF
           END-PERFORM.

      * o mesmo ao n°vel da empresa: a mÇdia global menos as direcá§es
      * vis°veis nÑo pode deixar ver uma direc᧵o suprimida.
           IF PERIODO-E-ANONIMO AND DIR-CONT-SUPR-TOTAL > 0 AND
              DIR-CONT-SUPR-TOTAL < 3 AND DIR-VISIVEIS-TOTAL > 0 THEN
               PERFORM SUPRIME-MENOR-DIRECCAO
           END-IF.

      *________________________________________________________________________*
      * SUPRIME-MENOR-DEP-DIRECCAO marca como suprimido ("C") o
      * departamento vis°vel com menos respostas da direc᧵o DIR-IDX.
       SUPRIME-MENOR-DEP-DIRECCAO.
           MOVE 0   TO DEP-MENOR-IDX.
           MOVE 999 TO DEP-MENOR-CONT.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" AND
                  DP-DIRECCAO (DEP-IDX) = DIR-IDX AND
                  MD-SUPRIMIDO (DEP-IDX) = "N" AND
                  MD-CONT (DEP-IDX) > 0 AND
                  MD-CONT (DEP-IDX) < DEP-MENOR-CONT THEN
                   MOVE DEP-IDX           TO DEP-MENOR-IDX
                   MOVE MD-CONT (DEP-IDX) TO DEP-MENOR-CONT
               END-IF
           END-PERFORM.
           IF DEP-MENOR-IDX > 0 THEN
               MOVE "C" TO MD-SUPRIMIDO (DEP-MENOR-IDX)
           END-IF.

      *________________________________________________________________________*
      * SUPRIME-MENOR-DIRECCAO marca como suprimida ("C") a direc᧵o
      * vis°vel com menos respostas.
       SUPRIME-MENOR-DIRECCAO.
           MOVE 0    TO DIR-MENOR-IDX.
           MOVE 9999 TO DIR-MENOR-CONT.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               IF DR-SUPRIMIDO (DIR-IDX) = "N" AND
                  DR-CONT (DIR-IDX) > 0 AND
                  DR-CONT (DIR-IDX) < DIR-MENOR-CONT THEN
                   MOVE DIR-IDX           TO DIR-MENOR-IDX
                   MOVE DR-CONT (DIR-IDX) TO DIR-MENOR-CONT
               END-IF
           END-PERFORM.
           IF DIR-MENOR-IDX > 0 THEN
               MOVE "C" TO DR-SUPRIMIDO (DIR-MENOR-IDX)
           END-IF.

      *________________________________________________________________________*
      * APURA-PERGUNTAS-DIRECCAO junta as somas por pergunta dos
      * departamentos (MDQ-SOMA) por direc᧵o em DRQ-SOMA.
       APURA-PERGUNTAS-DIRECCAO.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > 10
                   MOVE 0 TO DRQ-SOMA (DIR-IDX PERG-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" THEN
                   MOVE DP-DIRECCAO (DEP-IDX) TO DIR-IDX
                   PERFORM VARYING PERG-IDX FROM 1 BY 1
                           UNTIL PERG-IDX > QTD-PERGUNTAS
                       ADD MDQ-SOMA (DEP-IDX PERG-IDX)
                           TO DRQ-SOMA (DIR-IDX PERG-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * APURA-INDICE-PONDERADO calcula, a partir de MD-SOMA, MD-CONT
      * e MD-QUAD j† preenchidos para o per°odo, a margem de erro de
      * cada departamento (MD-MARGEM) e de cada direc᧵o
      * (PND-DR-MARGEM) e o °ndice da empresa ponderado pelo efectivo
      * activo de cada departamento (PND-INDICE, com PND-MARGEM).
      * A mÇdia global simples pesa cada departamento pelo n£mero de
      * respostas, pelo que um departamento que responde em massa
      * puxa o resultado; o °ndice ponderado pesa-o pelo tamanho.
      * O efectivo Ç o do quadro de pessoal actual; se um
      * departamento tiver mais respostas do que activos (pessoas
      * entretanto sa°das) conta o n£mero de respostas.
       APURA-INDICE-PONDERADO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0   TO MD-EFECTIVO (DEP-IDX)
               MOVE 0   TO MD-MARGEM (DEP-IDX)
               MOVE "N" TO MD-TEM-MARGEM (DEP-IDX)
           END-PERFORM.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               IF FT-ACTIVO (FUNC-IDX) = "S" AND
                  FT-DEP (FUNC-IDX) > 0 THEN
                   ADD 1 TO MD-EFECTIVO (FT-DEP (FUNC-IDX))
               END-IF
           END-PERFORM.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               MOVE 0   TO PND-DR-SOMA (DIR-IDX)
               MOVE 0   TO PND-DR-QUAD (DIR-IDX)
               MOVE 0   TO PND-DR-CONT (DIR-IDX)
               MOVE 0   TO PND-DR-PESO (DIR-IDX)
               MOVE 0   TO PND-DR-MARGEM (DIR-IDX)
               MOVE "N" TO PND-DR-TEM (DIR-IDX)
           END-PERFORM.

      * variÉncia de todas as respostas do per°odo, usada no °ndice
      * para os departamentos com uma s¢ resposta (sem variÉncia
      * pr¢pria).
           MOVE 0 TO PND-TOT-SOMA.
           MOVE 0 TO PND-TOT-QUAD.
           MOVE 0 TO PND-TOT-CONT.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               ADD MD-SOMA (DEP-IDX) TO PND-TOT-SOMA
               ADD MD-QUAD (DEP-IDX) TO PND-TOT-QUAD
               ADD MD-CONT (DEP-IDX) TO PND-TOT-CONT
           END-PERFORM.
           MOVE "N" TO SW-PND-VAR-GLOBAL.
           MOVE 0 TO PND-VAR-GLOBAL.
           IF PND-TOT-CONT >= 2 THEN
               COMPUTE PND-VAR-GLOBAL =
                       (PND-TOT-QUAD -
                        (PND-TOT-SOMA * PND-TOT-SOMA / PND-TOT-CONT))
                       / (PND-TOT-CONT - 1)
               IF PND-VAR-GLOBAL < 0 THEN
                   MOVE 0 TO PND-VAR-GLOBAL
               END-IF
               MOVE "S" TO SW-PND-VAR-GLOBAL
           END-IF.

           MOVE 0   TO PND-SOMA-PESOS.
           MOVE 0   TO PND-SOMA-MEDIAS.
           MOVE 0   TO PND-SOMA-VAR.
           MOVE "S" TO SW-PND-MARGEM.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF MD-CONT (DEP-IDX) > 0 THEN
                   MOVE MD-SOMA (DEP-IDX)     TO PND-G-SOMA
                   MOVE MD-QUAD (DEP-IDX)     TO PND-G-QUAD
                   MOVE MD-CONT (DEP-IDX)     TO PND-G-CONT
                   MOVE MD-EFECTIVO (DEP-IDX) TO PND-G-PESO
                   IF PND-G-PESO < PND-G-CONT THEN
                       MOVE PND-G-CONT TO PND-G-PESO
                   END-IF
                   PERFORM APURA-MARGEM-GRUPO
                   IF PND-G-TEM-MARGEM THEN
                       MOVE PND-G-MARGEM TO MD-MARGEM (DEP-IDX)
                       MOVE "S"          TO MD-TEM-MARGEM (DEP-IDX)
                   ELSE
                       IF PND-TEM-VAR-GLOBAL THEN
                           MOVE PND-VAR-GLOBAL TO PND-VAR
                       ELSE
                           MOVE "N" TO SW-PND-MARGEM
                       END-IF
                   END-IF
                   ADD PND-G-PESO TO PND-SOMA-PESOS
                   COMPUTE PND-SOMA-MEDIAS = PND-SOMA-MEDIAS +
                           (PND-G-PESO * PND-G-SOMA / PND-G-CONT)
                   COMPUTE PND-PARCELA =
                           PND-G-PESO * PND-G-PESO * PND-VAR
                           * PND-FPC / PND-G-CONT
                   ADD PND-PARCELA TO PND-SOMA-VAR
                   IF DP-EXISTE (DEP-IDX) = "S" THEN
                       MOVE DP-DIRECCAO (DEP-IDX) TO DIR-IDX
                       ADD PND-G-SOMA TO PND-DR-SOMA (DIR-IDX)
                       ADD PND-G-QUAD TO PND-DR-QUAD (DIR-IDX)
                       ADD PND-G-CONT TO PND-DR-CONT (DIR-IDX)
                       ADD PND-G-PESO TO PND-DR-PESO (DIR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "N" TO SW-PND-INDICE.
           MOVE 0 TO PND-INDICE.
           MOVE 0 TO PND-MARGEM.
           IF PND-SOMA-PESOS > 0 THEN
               COMPUTE PND-INDICE ROUNDED =
                       PND-SOMA-MEDIAS / PND-SOMA-PESOS
               MOVE "S" TO SW-PND-INDICE
               IF PND-TEM-MARGEM THEN
                   COMPUTE PND-MARGEM ROUNDED =
                           1.96 * (PND-SOMA-VAR ** 0.5)
                           / PND-SOMA-PESOS
               END-IF
           ELSE
               MOVE "N" TO SW-PND-MARGEM
           END-IF.

      * a direc᧵o Ç tratada como um s¢ grupo, como a sua mÇdia.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               IF PND-DR-CONT (DIR-IDX) > 0 THEN
                   MOVE PND-DR-SOMA (DIR-IDX) TO PND-G-SOMA
                   MOVE PND-DR-QUAD (DIR-IDX) TO PND-G-QUAD
                   MOVE PND-DR-CONT (DIR-IDX) TO PND-G-CONT
                   MOVE PND-DR-PESO (DIR-IDX) TO PND-G-PESO
                   PERFORM APURA-MARGEM-GRUPO
                   IF PND-G-TEM-MARGEM THEN
                       MOVE PND-G-MARGEM TO PND-DR-MARGEM (DIR-IDX)
                       MOVE "S"          TO PND-DR-TEM (DIR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * APURA-MARGEM-GRUPO calcula a variÉncia (PND-VAR), a correc᧵o
      * de popula᧵o finita (PND-FPC) e a margem de erro a 95%
      * (PND-G-MARGEM) da mÇdia de um grupo com PND-G-CONT respostas
      * (soma PND-G-SOMA, soma dos quadrados PND-G-QUAD) num efectivo
      * de PND-G-PESO pessoas. Com uma s¢ resposta nÑo h† variÉncia
      * e a margem fica por saber, salvo se o grupo respondeu todo.
       APURA-MARGEM-GRUPO.
           MOVE "N" TO SW-PND-G-MARGEM.
           MOVE 0 TO PND-G-MARGEM.
           MOVE 0 TO PND-VAR.
           IF PND-G-PESO > 1 THEN
               COMPUTE PND-FPC =
                       (PND-G-PESO - PND-G-CONT) / (PND-G-PESO - 1)
           ELSE
               MOVE 0 TO PND-FPC
           END-IF.
           IF PND-G-CONT >= 2 THEN
               COMPUTE PND-VAR =
                       (PND-G-QUAD -
                        (PND-G-SOMA * PND-G-SOMA / PND-G-CONT))
                       / (PND-G-CONT - 1)
               IF PND-VAR < 0 THEN
                   MOVE 0 TO PND-VAR
               END-IF
               MOVE "S" TO SW-PND-G-MARGEM
           ELSE IF PND-FPC = 0 THEN
               MOVE "S" TO SW-PND-G-MARGEM
           END-IF
           END-IF.
           IF PND-G-TEM-MARGEM THEN
               COMPUTE PND-G-MARGEM ROUNDED =
                       1.96 * ((PND-VAR * PND-FPC / PND-G-CONT) ** 0.5)
           END-IF.

      *________________________________________________________________________*
      * MONTA-CABECALHO-DIRECCAO monta em LINHA-AUX o t°tulo do grupo
      * da direc᧵o em DIR-IDX.
       MONTA-CABECALHO-DIRECCAO.
           MOVE SPACES TO LINHA-AUX.
           STRING "DIRECCAO "          DELIMITED BY SIZE
                  DIR-IDX              DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DR-NOME (DIR-IDX)    DELIMITED BY SIZE
                  INTO LINHA-AUX.

      *________________________________________________________________________*
      * MONTA-LINHA-MEDIA-DEP deixa em MEDIA-TEXTO a mÇdia a mostrar
      * do departamento em DEP-IDX (ou o motivo da supressÑo), em
      * MARGEM-TEXTO a sua margem de erro, e monta em LINHA-AUX a
      * linha do departamento para o relat¢rio.
       MONTA-LINHA-MEDIA-DEP.
           PERFORM OBTEM-NOME-DEPARTAMENTO.
           MOVE SPACES TO MARGEM-TEXTO.
           IF MD-SUPRIMIDO (DEP-IDX) = "S" THEN
               MOVE "N/D (<3 RESP)" TO MEDIA-TEXTO
           ELSE IF MD-SUPRIMIDO (DEP-IDX) = "C" THEN
               MOVE "N/D (COMPL.)"  TO MEDIA-TEXTO
           ELSE
               MOVE MD-SAIDA (DEP-IDX) TO MEDIA-TEXTO
               IF MD-TEM-MARGEM (DEP-IDX) = "S" THEN
                   MOVE MD-MARGEM (DEP-IDX) TO PND-SAIDA-MARGEM
                   STRING "+/- "           DELIMITED BY SIZE
                          PND-SAIDA-MARGEM DELIMITED BY SIZE
                          INTO MARGEM-TEXTO
               END-IF
           END-IF
           END-IF.
           MOVE SPACES TO LINHA-AUX.
           STRING "  "                DELIMITED BY SIZE
                  DEP-NOME-SAIDA      DELIMITED BY SIZE
                  "  MEDIA "          DELIMITED BY SIZE
                  MEDIA-TEXTO         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  MARGEM-TEXTO        DELIMITED BY SIZE
                  INTO LINHA-AUX.

      *________________________________________________________________________*
      * MONTA-LINHA-MEDIA-DIR faz o mesmo para o total da direc᧵o em
      * DIR-IDX.
       MONTA-LINHA-MEDIA-DIR.
           MOVE SPACES TO MARGEM-TEXTO.
           IF DR-SUPRIMIDO (DIR-IDX) = "S" THEN
               MOVE "N/D (<3 RESP)" TO MEDIA-TEXTO
           ELSE IF DR-SUPRIMIDO (DIR-IDX) = "C" THEN
               MOVE "N/D (COMPL.)"  TO MEDIA-TEXTO
           ELSE
               MOVE DR-SAIDA (DIR-IDX) TO MEDIA-TEXTO
               IF PND-DR-TEM (DIR-IDX) = "S" THEN
                   MOVE PND-DR-MARGEM (DIR-IDX) TO PND-SAIDA-MARGEM
                   STRING "+/- "           DELIMITED BY SIZE
                          PND-SAIDA-MARGEM DELIMITED BY SIZE
                          INTO MARGEM-TEXTO
               END-IF
           END-IF
           END-IF.
           MOVE SPACES TO LINHA-AUX.
           STRING "  TOTAL DA DIRECCAO  MEDIA " DELIMITED BY SIZE
                  MEDIA-TEXTO         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  MARGEM-TEXTO        DELIMITED BY SIZE
                  INTO LINHA-AUX.

      *________________________________________________________________________*
      * MONTA-LINHA-INDICE-PONDERADO monta em LINHA-AUX a linha do
      * °ndice da empresa ponderado pelo efectivo, com a margem de
      * erro, a partir de APURA-INDICE-PONDERADO.
       MONTA-LINHA-INDICE-PONDERADO.
           MOVE SPACES TO LINHA-AUX.
           IF PND-TEM-INDICE THEN
               MOVE PND-INDICE TO PND-SAIDA-INDICE
               MOVE PND-MARGEM TO PND-SAIDA-MARGEM
               IF PND-TEM-MARGEM THEN
                   STRING "INDICE PONDERADO: " DELIMITED BY SIZE
                          PND-SAIDA-INDICE     DELIMITED BY SIZE
                          " +/- "              DELIMITED BY SIZE
                          PND-SAIDA-MARGEM     DELIMITED BY SIZE
                          INTO LINHA-AUX
               ELSE
                   STRING "INDICE PONDERADO: " DELIMITED BY SIZE
                          PND-SAIDA-INDICE     DELIMITED BY SIZE
                          INTO LINHA-AUX
               END-IF
           ELSE
               MOVE "INDICE PONDERADO: N/D" TO LINHA-AUX
           END-IF.

      *________________________________________________________________________*
      * MEDIA-BLOCO-DIRECCAO mostra no ecrÑ (e guarda para o
      * relat¢rio) o grupo da direc᧵o em DIR-IDX: cabeáalho, uma
      * linha por departamento e o total da direc᧵o.
       MEDIA-BLOCO-DIRECCAO.
           PERFORM MONTA-CABECALHO-DIRECCAO.
           DISPLAY LINHA-AUX (1:40) AT LINE LINHA COL 01.
           ADD 1 TO LINHA.
           PERFORM CONTROLA-PAGINACAO.
           PERFORM GUARDA-LINHA-RELATORIO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" AND
                  DP-DIRECCAO (DEP-IDX) = DIR-IDX THEN
                   PERFORM MONTA-LINHA-MEDIA-DEP
                   DISPLAY DEP-NOME-SAIDA     AT LINE LINHA COL 03
                   DISPLAY MEDIA-TEXTO        AT LINE LINHA COL 20
                   DISPLAY MARGEM-TEXTO       AT LINE LINHA COL 34
                   ADD 1 TO LINHA
                   PERFORM CONTROLA-PAGINACAO
                   PERFORM GUARDA-LINHA-RELATORIO
               END-IF
           END-PERFORM.
           PERFORM MONTA-LINHA-MEDIA-DIR.
           DISPLAY "TOTAL DA DIRECÄéO"        AT LINE LINHA COL 03.
           DISPLAY MEDIA-TEXTO                AT LINE LINHA COL 20.
           DISPLAY MARGEM-TEXTO               AT LINE LINHA COL 34.
           ADD 1 TO LINHA.
           PERFORM CONTROLA-PAGINACAO.
           PERFORM GUARDA-LINHA-RELATORIO.

      *________________________________________________________________________*
      * MEDIA-BANDA-MDQ mostra no ecrÑ (e guarda para o relat¢rio) uma
      * faixa da tabela da mÇdia por pergunta por departamento, a
      * comeáar em BANDA-INICIO, e avanáa BANDA-INICIO para a faixa
      * seguinte.
       MEDIA-BANDA-MDQ.
           PERFORM MONTA-CABECALHO-MDQ.
           IF BANDA-COLUNAS > 0 THEN
               DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
               ADD 1 TO LINHA
               PERFORM CONTROLA-PAGINACAO
               PERFORM GUARDA-LINHA-RELATORIO
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > QTD-PERGUNTAS
                   PERFORM APURA-TEXTOS-MDQ
                   PERFORM MONTA-LINHA-MDQ
                   DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
                   ADD 1 TO LINHA
                   PERFORM CONTROLA-PAGINACAO
                   PERFORM GUARDA-LINHA-RELATORIO
               END-PERFORM
           ELSE
               MOVE SPACES TO LINHA-AUX
           END-IF.
           COMPUTE BANDA-INICIO = BANDA-FIM + 1.

      *________________________________________________________________________*
      * MEDIA-BANDA-DRQ faz o mesmo para a tabela da mÇdia por
      * pergunta por direc᧵o.
       MEDIA-BANDA-DRQ.
           PERFORM MONTA-CABECALHO-DRQ.
           IF BANDA-COLUNAS > 0 THEN
               DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
               ADD 1 TO LINHA
               PERFORM CONTROLA-PAGINACAO
               PERFORM GUARDA-LINHA-RELATORIO
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > QTD-PERGUNTAS
                   PERFORM APURA-TEXTOS-DRQ
                   PERFORM MONTA-LINHA-DRQ
                   DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
                   ADD 1 TO LINHA
                   PERFORM CONTROLA-PAGINACAO
                   PERFORM GUARDA-LINHA-RELATORIO
               END-PERFORM
           ELSE
               MOVE SPACES TO LINHA-AUX
           END-IF.
           COMPUTE BANDA-INICIO = BANDA-FIM + 1.

      *________________________________________________________________________*
      * APURA-TEXTOS-DRQ calcula, para a pergunta em PERG-IDX, o texto
      * da mÇdia de cada direc᧵o (ou "N/D" quando a direc᧵o est†
      * suprimida - ver APURA-MEDIAS-DIRECCAO).
       APURA-TEXTOS-DRQ.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               IF DR-SUPRIMIDO (DIR-IDX) NOT = "N" THEN
                   MOVE "N/D" TO DRQ-TEXTO (DIR-IDX)
               ELSE
                   IF DR-CONT (DIR-IDX) > 0 THEN
                       COMPUTE MDQ-MEDIA =
                               DRQ-SOMA (DIR-IDX PERG-IDX) /
                               DR-CONT (DIR-IDX)
                       MOVE MDQ-MEDIA TO DRQ-SAIDA
                   ELSE
                       MOVE ZERO TO DRQ-SAIDA
                   END-IF
                   MOVE DRQ-SAIDA TO DRQ-TEXTO (DIR-IDX)
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * MONTA-CABECALHO-DRQ monta o t°tulo das colunas da mÇdia por
      * pergunta por direc᧵o: um "Rnn" por direc᧵o com departamentos,
      * em faixas de 9 colunas como MONTA-CABECALHO-MDQ.
       MONTA-CABECALHO-DRQ.
           MOVE SPACES TO LINHA-AUX.
           MOVE "PERGUNTA" TO LINHA-AUX (1:8).
           MOVE 42 TO POS-LIN.
           MOVE 0 TO BANDA-COLUNAS.
           MOVE DIR-MAX TO BANDA-FIM.
           PERFORM VARYING DIR-IDX FROM BANDA-INICIO BY 1
                   UNTIL DIR-IDX > DIR-MAX OR BANDA-COLUNAS = 9
               IF DR-DEPARTAMENTOS (DIR-IDX) > 0 THEN
                   MOVE "R"     TO LINHA-AUX (POS-LIN:1)
                   MOVE DIR-IDX TO LINHA-AUX (POS-LIN + 1:2)
                   ADD 4 TO POS-LIN
                   ADD 1 TO BANDA-COLUNAS
                   MOVE DIR-IDX TO BANDA-FIM
               END-IF
           END-PERFORM.
           IF BANDA-COLUNAS < 9 THEN
               MOVE DIR-MAX TO BANDA-FIM
           END-IF.

      *________________________________________________________________________*
      * MONTA-LINHA-DRQ monta a linha da pergunta em PERG-IDX com uma
      * coluna por direc᧵o da faixa, com os textos de APURA-TEXTOS-DRQ.
       MONTA-LINHA-DRQ.
           MOVE SPACES TO LINHA-AUX.
           MOVE PG-TEXTO (PERG-IDX) TO LINHA-AUX (1:40).
           MOVE 42 TO POS-LIN.
           PERFORM VARYING DIR-IDX FROM BANDA-INICIO BY 1
                   UNTIL DIR-IDX > BANDA-FIM
               IF DR-DEPARTAMENTOS (DIR-IDX) > 0 THEN
                   MOVE DRQ-TEXTO (DIR-IDX)
                       TO LINHA-AUX (POS-LIN:3)
                   ADD 4 TO POS-LIN
               END-IF
           END-PERFORM.

       LIMPA-CAMPOS.

           DISPLAY " " ERASE EOL LINE LINHA2 COL 1.
           DISPLAY " " ERASE EOL LINE LINHA3 COL 1.
           DISPLAY " " ERASE EOL LINE LINHA4 COL 1.
           DISPLAY " " ERASE EOL LINE LINHA5 COL 1.
           DISPLAY " " ERASE EOL LINE LINHA6 COL 1.
           DISPLAY " " ERASE EOL LINE LINHA7 COL 1.
           DISPLAY " " ERASE EOL LINE LINHA8 COL 1.

      *________________________________________________________________________*
      * CARREGA-FICHEIRO-RESPOSTAS corre uma £nica vez ao arrancar o
      * programa. NÑo carrega respostas para as TABLES (isso passa a
      * ser feito por per°odo, em CARREGA-RESPOSTAS-PERIODO) - aqui
      * apenas se garante que o ficheiro existe e se lÉ a pr¢xima
      * matr°cula do registo de controlo. S¢ quando o controlo ainda
      * nÑo existe (primeira passagem depois da conversÑo) Ç que se
      * varre o ficheiro todo para a apurar, ficando logo gravada.
       CARREGA-FICHEIRO-RESPOSTAS.
           MOVE 0 TO TOTAL-REGISTOS.
           MOVE 1 TO PROX-MATRICULA.
           OPEN INPUT FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-RESPOSTAS
               CLOSE FICHEIRO-RESPOSTAS
           ELSE
               CLOSE FICHEIRO-RESPOSTAS
           END-IF.

           MOVE "N" TO SW-CONTROLO-LIDO.
           OPEN INPUT FICHEIRO-CONTROLO.
           IF FS-CONTROLO = "00" THEN
               READ FICHEIRO-CONTROLO
                   AT END MOVE "10" TO FS-CONTROLO
               END-READ
               IF FS-CONTROLO = "00" THEN
                   MOVE CTL-PROX-MATRICULA TO PROX-MATRICULA
                   MOVE CTL-VERSAO TO VERSAO-DADOS
                   MOVE CTL-DATA-CONVERSAO TO DATA-CONVERSAO
                   MOVE "S" TO SW-CONTROLO-LIDO
               END-IF
               CLOSE FICHEIRO-CONTROLO
           END-IF.

           IF (NOT CONTROLO-FOI-LIDO) THEN
               OPEN INPUT FICHEIRO-RESPOSTAS
               IF FS-RESPOSTAS = "00" THEN
                   READ FICHEIRO-RESPOSTAS NEXT RECORD
                       AT END MOVE "10" TO FS-RESPOSTAS
                   END-READ
                   PERFORM UNTIL FS-RESPOSTAS = "10"
                       IF FR-MATRICULA >= PROX-MATRICULA THEN
                           COMPUTE PROX-MATRICULA = FR-MATRICULA + 1
                       END-IF
                       READ FICHEIRO-RESPOSTAS NEXT RECORD
                           AT END MOVE "10" TO FS-RESPOSTAS
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-RESPOSTAS
               END-IF
               PERFORM GRAVA-CONTROLO
           END-IF.

      *________________________________________________________________________*
      * GRAVA-CONTROLO regrava o registo £nico de controlo com a
      * pr¢xima matr°cula a atribuir. Ç chamado sempre que a carga ou
      * a grava᧵o de novas respostas avanáa PROX-MATRICULA.
       GRAVA-CONTROLO.
           OPEN OUTPUT FICHEIRO-CONTROLO.
           MOVE PROX-MATRICULA TO CTL-PROX-MATRICULA.
           MOVE VERSAO-DADOS   TO CTL-VERSAO.
           MOVE DATA-CONVERSAO TO CTL-DATA-CONVERSAO.
           WRITE CTL-REGISTO.
           CLOSE FICHEIRO-CONTROLO.

      *________________________________________________________________________*
      * CONVERTE-DADOS-V2 passa, uma £nica vez, os ficheiros do
      * inquÇrito para o c¢digo de departamento de dois d°gitos. O
      * registo de controlo diz se j† correu (CTL-VERSAO "4"); sem
      * ele, Ç o quadro de departamentos que diz em que traáado est†
      * a instala᧵o (no antigo o nome comeáa logo na segunda
      * posiáÑo). Cada ficheiro fica primeiro copiado tal e qual em
      * <nome>.V1 e Ç reconstru°do a partir dessa c¢pia, pelo que
      * uma conversÑo interrompida volta simplesmente a correr no
      * arranque seguinte; o quadro de departamentos Ç o £ltimo a
      * ser convertido. Nada do hist¢rico se perde: as mÇdias por
      * direc᧵o dos per°odos ainda vivos sÑo refeitas depois das
      * cargas (RECONSTROI-HISTORICO-DIRECCOES).
       CONVERTE-DADOS-V2.
           MOVE "N" TO SW-CONVERSAO-PEDIDA.
           MOVE "N" TO SW-CONVERSAO-FEITA.
           MOVE "N" TO SW-CONTROLO-LIDO.
           OPEN INPUT FICHEIRO-CONTROLO.
           IF FS-CONTROLO = "00" THEN
               READ FICHEIRO-CONTROLO
                   AT END MOVE "10" TO FS-CONTROLO
               END-READ
               IF FS-CONTROLO = "00" THEN
                   MOVE "S" TO SW-CONTROLO-LIDO
               END-IF
               CLOSE FICHEIRO-CONTROLO
           END-IF.

           IF CONTROLO-FOI-LIDO THEN
               IF CTL-VERSAO = "4" THEN
                   MOVE CTL-VERSAO TO VERSAO-DADOS
                   MOVE CTL-DATA-CONVERSAO TO DATA-CONVERSAO
               ELSE
                   MOVE "S" TO SW-CONVERSAO-PEDIDA
               END-IF
           ELSE
               MOVE "4" TO VERSAO-DADOS
               OPEN INPUT FICHEIRO-DEPARTAMENTOS
               IF FS-DEPARTAMENTOS = "00" THEN
                   READ FICHEIRO-DEPARTAMENTOS
                       AT END MOVE "10" TO FS-DEPARTAMENTOS
                   END-READ
                   IF FS-DEPARTAMENTOS = "00" AND
                      DEPT-REGISTO (2:1) NOT NUMERIC THEN
                       MOVE "S" TO SW-CONVERSAO-PEDIDA
                   END-IF
                   CLOSE FICHEIRO-DEPARTAMENTOS
               END-IF
           END-IF.

           IF CONVERSAO-E-PEDIDA THEN
               PERFORM CONVERTE-RESPOSTAS-V2

               MOVE "ARQUIVO.DAT"      TO NOME-CNV-DAT
               MOVE "ARQUIVO.V1"       TO NOME-CNV-V1
               MOVE 18 TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 0  TO CNV-POS-SUF
               PERFORM CONVERTE-FICHEIRO-V2

               MOVE "FUNCIONARIOS.DAT" TO NOME-CNV-DAT
               MOVE "FUNCIONARIOS.V1"  TO NOME-CNV-V1
               MOVE 18 TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 0  TO CNV-POS-SUF
               PERFORM CONVERTE-FICHEIRO-V2

               MOVE "TRANSACOES.DAT"   TO NOME-CNV-DAT
               MOVE "TRANSACOES.V1"    TO NOME-CNV-V1
               MOVE 13 TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 0  TO CNV-POS-SUF
               PERFORM CONVERTE-FICHEIRO-V2

               MOVE "REJEITADOS.DAT"   TO NOME-CNV-DAT
               MOVE "REJEITADOS.V1"    TO NOME-CNV-V1
               MOVE 13 TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 0  TO CNV-POS-SUF
               PERFORM CONVERTE-FICHEIRO-V2

               MOVE "EXTRACTO.DAT"     TO NOME-CNV-DAT
               MOVE "EXTRACTO.V1"      TO NOME-CNV-V1
               MOVE 13 TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 0  TO CNV-POS-SUF
               PERFORM CONVERTE-FICHEIRO-V2

               MOVE "HISTORICO.DAT"    TO NOME-CNV-DAT
               MOVE "HISTORICO.V1"     TO NOME-CNV-V1
               MOVE 7  TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 12 TO CNV-POS-SUF
               MOVE "D" TO CNV-TEXTO-SUF
               MOVE 1  TO CNV-LEN-SUF
               PERFORM CONVERTE-FICHEIRO-V2

               MOVE "ALERTAS.DAT"      TO NOME-CNV-DAT
               MOVE "ALERTAS.V1"       TO NOME-CNV-V1
               MOVE 15 TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 26 TO CNV-POS-SUF
               MOVE "D" TO CNV-TEXTO-SUF
               MOVE 1  TO CNV-LEN-SUF
               PERFORM CONVERTE-FICHEIRO-V2

               MOVE "PLANOS.DAT"       TO NOME-CNV-DAT
               MOVE "PLANOS.V1"        TO NOME-CNV-V1
               MOVE 7  TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 0  TO CNV-POS-SUF
               PERFORM CONVERTE-FICHEIRO-V2

               MOVE "CODIFICACAO.DAT"  TO NOME-CNV-DAT
               MOVE "CODIFICACAO.V1"   TO NOME-CNV-V1
               MOVE 12 TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 0  TO CNV-POS-SUF
               PERFORM CONVERTE-FICHEIRO-V2

      * na auditoria h† dois departamentos (antes e depois): insere-se
      * primeiro na posiáÑo mais alta para a outra nÑo se mexer.
               MOVE "AUDITORIA.DAT"    TO NOME-CNV-DAT
               MOVE "AUDITORIA.V1"     TO NOME-CNV-V1
               MOVE 77 TO CNV-POS-1
               MOVE 35 TO CNV-POS-2
               MOVE 0  TO CNV-POS-SUF
               PERFORM CONVERTE-FICHEIRO-V2

      * os departamentos existentes ficam todos na direc᧵o 01.
               MOVE "DEPARTAMENTOS.DAT" TO NOME-CNV-DAT
               MOVE "DEPARTAMENTOS.V1" TO NOME-CNV-V1
               MOVE 1  TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 21 TO CNV-POS-SUF
               MOVE "01" TO CNV-TEXTO-SUF
               MOVE 2  TO CNV-LEN-SUF
               PERFORM CONVERTE-FICHEIRO-V2

               MOVE "4" TO VERSAO-DADOS
               ACCEPT DATA-CONVERSAO FROM DATE YYYYMMDD
               IF CONTROLO-FOI-LIDO THEN
                   MOVE CTL-PROX-MATRICULA TO PROX-MATRICULA
                   PERFORM GRAVA-CONTROLO
               END-IF
               MOVE "S" TO SW-CONVERSAO-FEITA

               MOVE "SISTEMA"   TO AUD-OPERADOR
               MOVE ZERO        TO AUD-OPCAO
               MOVE "CNV"       TO AUD-TIPO
               MOVE ZEROS       TO AUD-MATRICULA
               MOVE ZERO        TO AUD-DEP-ANT
               MOVE ZERO        TO AUD-NOTA-ANT
               MOVE SPACES      TO AUD-COMENT-ANT
               MOVE ZERO        TO AUD-DEP-NOVO
               MOVE ZERO        TO AUD-NOTA-NOVA
               MOVE SPACES      TO AUD-COMENT-NOVO
               PERFORM ESCREVE-AUDITORIA
           END-IF.

      *________________________________________________________________________*
      * CONVERTE-RESPOSTAS-V2 descarrega o ficheiro indexado de
      * respostas, ainda no traáado antigo, para RESPOSTAS.V1 (s¢ se
      * ainda nÑo houver uma c¢pia completa) e volta a cri†-lo no
      * traáado novo a partir dessa c¢pia. O traáado novo j† Ç o da
      * versÑo 4 (antiguidade e grau em branco, inquÇrito
      * trimestral), pelo que a instala᧵o fica logo na versÑo 4.
       CONVERTE-RESPOSTAS-V2.
           MOVE "RESPOSTAS.V1" TO NOME-CNV-ENTRADA.
           PERFORM VERIFICA-COPIA-V1.
           IF (NOT CNV-HA-FICHEIRO) THEN
               OPEN INPUT FICHEIRO-RESP-V1
               IF FS-RESP-V1 = "00" THEN
                   MOVE "S" TO SW-CNV-HA-FICHEIRO
                   MOVE "RESPOSTAS.V1" TO NOME-CNV-SAIDA
                   OPEN OUTPUT FICHEIRO-CNV-SAIDA
                   READ FICHEIRO-RESP-V1 NEXT RECORD
                       AT END MOVE "10" TO FS-RESP-V1
                   END-READ
                   PERFORM UNTIL FS-RESP-V1 = "10"
                       MOVE RV1-REGISTO TO CNV-SAI-REGISTO
                       WRITE CNV-SAI-REGISTO
                       READ FICHEIRO-RESP-V1 NEXT RECORD
                           AT END MOVE "10" TO FS-RESP-V1
                       END-READ
                   END-PERFORM
                   MOVE CNV-MARCA-COPIA TO CNV-SAI-REGISTO
                   WRITE CNV-SAI-REGISTO
                   CLOSE FICHEIRO-CNV-SAIDA
                   CLOSE FICHEIRO-RESP-V1
               END-IF
           END-IF.

           IF CNV-HA-FICHEIRO THEN
               MOVE 18 TO CNV-POS-1
               MOVE 0  TO CNV-POS-2
               MOVE 0  TO CNV-POS-SUF
               MOVE "RESPOSTAS.V1" TO NOME-CNV-ENTRADA
               OPEN INPUT FICHEIRO-CNV-ENTRADA
               OPEN OUTPUT FICHEIRO-RESPOSTAS
               READ FICHEIRO-CNV-ENTRADA
                   AT END MOVE "10" TO FS-CNV-ENTRADA
               END-READ
               PERFORM UNTIL FS-CNV-ENTRADA = "10"
                   IF CNV-ENT-REGISTO NOT = CNV-MARCA-COPIA THEN
                       MOVE CNV-ENT-REGISTO TO CNV-LINHA
                       PERFORM CONVERTE-LINHA-V2
                       MOVE CNV-LINHA TO FR-REGISTO
                       MOVE "Q" TO FR-TIPO
                       WRITE FR-REGISTO
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
                   READ FICHEIRO-CNV-ENTRADA
                       AT END MOVE "10" TO FS-CNV-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
               CLOSE FICHEIRO-CNV-ENTRADA
           END-IF.

      *________________________________________________________________________*
      * CONVERTE-FICHEIRO-V2 converte um ficheiro sequencial: se
      * ainda nÑo houver uma c¢pia NOME-CNV-V1 completa, copia para
      * l† o ficheiro NOME-CNV-DAT tal e qual; depois reconstr¢i
      * NOME-CNV-DAT a partir da c¢pia, registo a registo. Um
      * ficheiro que nÑo exista fica como est†.
       CONVERTE-FICHEIRO-V2.
           MOVE NOME-CNV-V1 TO NOME-CNV-ENTRADA.
           PERFORM VERIFICA-COPIA-V1.
           IF (NOT CNV-HA-FICHEIRO) THEN
               MOVE NOME-CNV-DAT TO NOME-CNV-ENTRADA
               OPEN INPUT FICHEIRO-CNV-ENTRADA
               IF FS-CNV-ENTRADA = "00" THEN
                   MOVE "S" TO SW-CNV-HA-FICHEIRO
                   MOVE NOME-CNV-V1 TO NOME-CNV-SAIDA
                   OPEN OUTPUT FICHEIRO-CNV-SAIDA
                   READ FICHEIRO-CNV-ENTRADA
                       AT END MOVE "10" TO FS-CNV-ENTRADA
                   END-READ
                   PERFORM UNTIL FS-CNV-ENTRADA = "10"
                       MOVE CNV-ENT-REGISTO TO CNV-SAI-REGISTO
                       WRITE CNV-SAI-REGISTO
                       READ FICHEIRO-CNV-ENTRADA
                           AT END MOVE "10" TO FS-CNV-ENTRADA
                       END-READ
                   END-PERFORM
                   MOVE CNV-MARCA-COPIA TO CNV-SAI-REGISTO
                   WRITE CNV-SAI-REGISTO
                   CLOSE FICHEIRO-CNV-SAIDA
                   CLOSE FICHEIRO-CNV-ENTRADA
               END-IF
           END-IF.

           IF CNV-HA-FICHEIRO THEN
               MOVE 0 TO CONTADOR-CONVERTIDOS
               MOVE NOME-CNV-V1 TO NOME-CNV-ENTRADA
               MOVE NOME-CNV-DAT TO NOME-CNV-SAIDA
               OPEN INPUT FICHEIRO-CNV-ENTRADA
               OPEN OUTPUT FICHEIRO-CNV-SAIDA
               READ FICHEIRO-CNV-ENTRADA
                   AT END MOVE "10" TO FS-CNV-ENTRADA
               END-READ
               PERFORM UNTIL FS-CNV-ENTRADA = "10"
                   IF CNV-ENT-REGISTO NOT = CNV-MARCA-COPIA THEN
                       MOVE CNV-ENT-REGISTO TO CNV-LINHA
                       IF CNV-LINHA NOT = SPACES THEN
                           PERFORM CONVERTE-LINHA-V2
                           ADD 1 TO CONTADOR-CONVERTIDOS
                       END-IF
                       MOVE CNV-LINHA TO CNV-SAI-REGISTO
                       WRITE CNV-SAI-REGISTO
                   END-IF
                   READ FICHEIRO-CNV-ENTRADA
                       AT END MOVE "10" TO FS-CNV-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CNV-SAIDA
               CLOSE FICHEIRO-CNV-ENTRADA
           END-IF.

      *________________________________________________________________________*
      * VERIFICA-COPIA-V1 diz se a c¢pia em NOME-CNV-ENTRADA existe e
      * est† completa: a c¢pia s¢ leva a marca de fim no £ltimo
      * registo depois de o original ter sido todo copiado. Uma
      * c¢pia interrompida a meio nÑo tem a marca e Ç refeita a
      * partir do original, que ainda nÑo foi tocado; o original s¢
      * Ç reconstru°do a partir de uma c¢pia com a marca.
       VERIFICA-COPIA-V1.
           MOVE "N" TO SW-CNV-HA-FICHEIRO.
           MOVE SPACES TO CNV-ULTIMO-REGISTO.
           OPEN INPUT FICHEIRO-CNV-ENTRADA.
           IF FS-CNV-ENTRADA = "00" THEN
               READ FICHEIRO-CNV-ENTRADA
                   AT END MOVE "10" TO FS-CNV-ENTRADA
               END-READ
               PERFORM UNTIL FS-CNV-ENTRADA NOT = "00"
                   MOVE CNV-ENT-REGISTO TO CNV-ULTIMO-REGISTO
                   READ FICHEIRO-CNV-ENTRADA
                       AT END MOVE "10" TO FS-CNV-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CNV-ENTRADA
               IF CNV-ULTIMO-REGISTO = CNV-MARCA-COPIA THEN
                   MOVE "S" TO SW-CNV-HA-FICHEIRO
               END-IF
           END-IF.

      *________________________________________________________________________*
      * CONVERTE-LINHA-V2 alarga em CNV-LINHA o(s) departamento(s)
      * de um d°gito nas posiá§es CNV-POS-1 e CNV-POS-2 (a mais alta
      * primeiro) e acrescenta o sufixo, se houver.
       CONVERTE-LINHA-V2.
           IF CNV-POS-1 > 0 THEN
               MOVE CNV-POS-1 TO CNV-POS
               PERFORM INSERE-ZERO-V2
           END-IF.
           IF CNV-POS-2 > 0 THEN
               MOVE CNV-POS-2 TO CNV-POS
               PERFORM INSERE-ZERO-V2
           END-IF.
           IF CNV-POS-SUF > 0 THEN
               MOVE CNV-TEXTO-SUF (1:CNV-LEN-SUF)
                   TO CNV-LINHA (CNV-POS-SUF:CNV-LEN-SUF)
           END-IF.

      *________________________________________________________________________*
      * INSERE-ZERO-V2 insere um "0" na posiáÑo CNV-POS de CNV-LINHA,
      * empurrando o resto uma posiáÑo para a direita: o d°gito
      * antigo passa a ser o segundo d°gito do c¢digo (um
      * departamento em branco fica 00).
       INSERE-ZERO-V2.
           MOVE CNV-LINHA TO CNV-LINHA-ANT.
           MOVE SPACES TO CNV-LINHA.
           IF CNV-POS > 1 THEN
               MOVE CNV-LINHA-ANT (1:CNV-POS - 1)
                   TO CNV-LINHA (1:CNV-POS - 1)
           END-IF.
           MOVE "0" TO CNV-LINHA (CNV-POS:1).
           COMPUTE CNV-RESTO = 130 - CNV-POS.
           MOVE CNV-LINHA-ANT (CNV-POS:CNV-RESTO)
               TO CNV-LINHA (CNV-POS + 1:CNV-RESTO).
           IF CNV-LINHA (CNV-POS + 1:1) = SPACE THEN
               MOVE "0" TO CNV-LINHA (CNV-POS + 1:1)
           END-IF.

      *________________________________________________________________________*
      * RECONSTROI-HISTORICO-DIRECCOES corre logo a seguir ·
      * conversÑo: reapura, a partir do ficheiro de respostas, o
      * historial de cada per°odo ainda nÑo arquivado, para ficarem
      * gravadas as linhas de direc᧵o ("R") que o traáado antigo nÑo
      * tinha. Os per°odos arquivados guardam s¢ as linhas de
      * departamento que j† tinham.
       RECONSTROI-HISTORICO-DIRECCOES.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PER-TOTAL
               IF PT-ESTADO (PER-IDX) NOT = "Q" THEN
                   MOVE PT-PERIODO (PER-IDX) TO PERIODO-ALVO
                   PERFORM RECALCULA-HISTORICO-PERIODO
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * CARREGA-FICHEIRO-FUNCIONARIOS corre uma £nica vez ao arrancar
      * o programa e carrega o quadro de pessoal inteiro para
      * FUNC-TABLE. Se o ficheiro ainda nÑo existir Ç criado vazio,
      * ficando o quadro por preencher atravÇs da manutenáÑo.
       CARREGA-FICHEIRO-FUNCIONARIOS.
           MOVE 0 TO FUNC-TOTAL.
           OPEN INPUT FICHEIRO-FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-FUNCIONARIOS
               CLOSE FICHEIRO-FUNCIONARIOS
           ELSE
               READ FICHEIRO-FUNCIONARIOS
                   AT END MOVE "10" TO FS-FUNCIONARIOS
               END-READ
               PERFORM UNTIL (FS-FUNCIONARIOS = "10")
                           OR (FUNC-TOTAL >= 200)
                   ADD 1 TO FUNC-TOTAL
                   MOVE FUNC-MATRICULA TO FT-MATRICULA (FUNC-TOTAL)
                   MOVE FUNC-NOME      TO FT-NOME      (FUNC-TOTAL)
                   MOVE FUNC-DEP       TO FT-DEP       (FUNC-TOTAL)
                   MOVE FUNC-ACTIVO    TO FT-ACTIVO    (FUNC-TOTAL)
      * um quadro gravado antes de haver admissÑo e grau traz o fim
      * do registo em branco: fica sem informa᧵o atÇ · pr¢xima
      * sincroniza᧵o.
                   IF FUNC-ADMISSAO IS NUMERIC THEN
                       MOVE FUNC-ADMISSAO TO FT-ADMISSAO (FUNC-TOTAL)
                   ELSE
                       MOVE 0 TO FT-ADMISSAO (FUNC-TOTAL)
                   END-IF
                   MOVE FUNC-GRAU      TO FT-GRAU      (FUNC-TOTAL)
                   IF FUNC-SAIDA IS NUMERIC THEN
                       MOVE FUNC-SAIDA TO FT-SAIDA     (FUNC-TOTAL)
                   ELSE
                       MOVE 0          TO FT-SAIDA     (FUNC-TOTAL)
                   END-IF
                   READ FICHEIRO-FUNCIONARIOS
                       AT END MOVE "10" TO FS-FUNCIONARIOS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FUNCIONARIOS
           END-IF.

      *________________________________________________________________________*
      * CARREGA-DEPARTAMENTOS corre uma £nica vez ao arrancar e
      * carrega o quadro de departamentos para DEP-MASTER-TABLE,
      * indexado pelo c¢digo. Se o ficheiro ainda nÑo existir Ç
      * criado com os cinco departamentos hist¢ricos, reproduzindo a
      * lista que atÇ agora estava escrita no programa.
       CARREGA-DEPARTAMENTOS.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE SPACES TO DP-NOME   (DEP-IDX)
               MOVE "N"    TO DP-ACTIVO (DEP-IDX)
               MOVE "N"    TO DP-EXISTE (DEP-IDX)
               MOVE 1      TO DP-DIRECCAO (DEP-IDX)
           END-PERFORM.
           MOVE 0 TO DEP-ACTIVOS-TOTAL.
           MOVE 0 TO DEP-REGISTOS-LIDOS.
           OPEN INPUT FICHEIRO-DEPARTAMENTOS.
           IF FS-DEPARTAMENTOS = "00" THEN
               READ FICHEIRO-DEPARTAMENTOS
                   AT END MOVE "10" TO FS-DEPARTAMENTOS
               END-READ
               PERFORM UNTIL FS-DEPARTAMENTOS = "10"
                   ADD 1 TO DEP-REGISTOS-LIDOS
                   IF DEPT-CODIGO >= 1 AND DEPT-CODIGO <= DEP-MAX THEN
                       MOVE DEPT-NOME   TO DP-NOME   (DEPT-CODIGO)
                       MOVE DEPT-ACTIVO TO DP-ACTIVO (DEPT-CODIGO)
                       MOVE "S"         TO DP-EXISTE (DEPT-CODIGO)
      * um departamento sem direc᧵o v†lida fica na direc᧵o 01.
                       MOVE DEPT-DIRECCAO TO DIR-VERIFICA
                       PERFORM VERIFICA-DIR-EXISTE
                       IF DIR-E-VALIDA THEN
                           MOVE DEPT-DIRECCAO
                               TO DP-DIRECCAO (DEPT-CODIGO)
                       END-IF
                       IF DEPT-ACTIVO = "S" THEN
                           ADD 1 TO DEP-ACTIVOS-TOTAL
                       END-IF
                   END-IF
                   READ FICHEIRO-DEPARTAMENTOS
                       AT END MOVE "10" TO FS-DEPARTAMENTOS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DEPARTAMENTOS
           END-IF.
      * a sementeira s¢ corre quando o ficheiro nÑo trouxe registo
      * nenhum (primeira utiliza᧵o): um quadro que existe mas est†
      * todo desactivado Ç um estado leg°timo a meio de uma
      * reorganiza᧵o e nÑo pode ser reescrito em silÉncio.
           IF DEP-REGISTOS-LIDOS = 0 THEN
               MOVE "RECURSOS HUMANOS" TO DP-NOME (1)
               MOVE "MARKETING"        TO DP-NOME (2)
               MOVE "COMERCIAL"        TO DP-NOME (3)
               MOVE "PRODUCAO"         TO DP-NOME (4)
               MOVE "LOGISTICA"        TO DP-NOME (5)
               PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > 5
                   MOVE "S" TO DP-ACTIVO (DEP-IDX)
                   MOVE "S" TO DP-EXISTE (DEP-IDX)
               END-PERFORM
               MOVE 5 TO DEP-ACTIVOS-TOTAL
               PERFORM GRAVA-FICHEIRO-DEPARTAMENTOS
           END-IF.
           PERFORM MONTA-RODAPE-DEPARTAMENTOS.

      *________________________________________________________________________*
      * GRAVA-FICHEIRO-DEPARTAMENTOS reescreve DEPARTAMENTOS.DAT a
      * partir do conte£do actualizado de DEP-MASTER-TABLE.
       GRAVA-FICHEIRO-DEPARTAMENTOS.
           OPEN OUTPUT FICHEIRO-DEPARTAMENTOS.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" THEN
                   MOVE DEP-IDX            TO DEPT-CODIGO
                   MOVE DP-NOME (DEP-IDX)  TO DEPT-NOME
                   MOVE DP-ACTIVO (DEP-IDX) TO DEPT-ACTIVO
                   MOVE DP-DIRECCAO (DEP-IDX) TO DEPT-DIRECCAO
                   WRITE DEPT-REGISTO
               END-IF
           END-PERFORM.
           CLOSE FICHEIRO-DEPARTAMENTOS.

      *________________________________________________________________________*
      * VERIFICA-DEP-ACTIVO confirma se DEP-VERIFICA Ç um departamento
      * do quadro e ACTIVO (o £nico que pode receber respostas e
      * funcion†rios novos).
       VERIFICA-DEP-ACTIVO.
           MOVE "N" TO SW-DEP-VALIDO.
           IF DEP-VERIFICA >= 1 AND DEP-VERIFICA <= DEP-MAX THEN
               IF DP-EXISTE (DEP-VERIFICA) = "S" AND
                  DP-ACTIVO (DEP-VERIFICA) = "S" THEN
                   MOVE "S" TO SW-DEP-VALIDO
               END-IF
           END-IF.

      *________________________________________________________________________*
      * VERIFICA-DEP-EXISTE confirma se DEP-VERIFICA consta do quadro
      * de departamentos (activo ou nÑo), para as consultas a dados
      * hist¢ricos de departamentos entretanto extintos.
       VERIFICA-DEP-EXISTE.
           MOVE "N" TO SW-DEP-EXISTE.
           IF DEP-VERIFICA >= 1 AND DEP-VERIFICA <= DEP-MAX THEN
               IF DP-EXISTE (DEP-VERIFICA) = "S" THEN
                   MOVE "S" TO SW-DEP-EXISTE
               END-IF
           END-IF.

      *________________________________________________________________________*
      * MONTA-RODAPE-DEPARTAMENTOS prepara as cinco linhas da legenda
      * de departamentos do rodapÇ da recolha a partir do quadro: um
      * departamento activo por linha; com mais de cinco activos
      * passam a dois por linha (nome encurtado), para continuarem a
      * caber no rodapÇ de sempre. Com mais de dez activos a £ltima
      * posiáÑo diz "+ OUTROS" (a lista completa est† na op᧵o 15).
       MONTA-RODAPE-DEPARTAMENTOS.
           MOVE SPACES TO RODAPE-DEP-TEXTOS.
           MOVE 0 TO DEP-ACTIVOS-TOTAL.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" AND
                  DP-ACTIVO (DEP-IDX) = "S" THEN
                   ADD 1 TO DEP-ACTIVOS-TOTAL
               END-IF
           END-PERFORM.
           MOVE 0 TO RODAPE-IDX.
           MOVE 0 TO POS-LIN.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" AND
                  DP-ACTIVO (DEP-IDX) = "S" THEN
                   PERFORM MONTA-RODAPE-ENTRADA
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * MONTA-RODAPE-ENTRADA coloca o departamento em DEP-IDX na
      * pr¢xima posiáÑo livre da legenda do rodapÇ.
       MONTA-RODAPE-ENTRADA.
           MOVE DEP-IDX TO DEP-DIGITO.
           IF DEP-ACTIVOS-TOTAL <= 5 THEN
               IF RODAPE-IDX < 5 THEN
                   ADD 1 TO RODAPE-IDX
                   MOVE DEP-DIGITO
                       TO RODAPE-DEP-TEXTO (RODAPE-IDX) (1:2)
                   MOVE "-" TO RODAPE-DEP-TEXTO (RODAPE-IDX) (4:1)
                   MOVE DP-NOME (DEP-IDX)
                       TO RODAPE-DEP-TEXTO (RODAPE-IDX) (6:17)
               END-IF
           ELSE
               IF POS-LIN = 0 THEN
                   IF RODAPE-IDX < 5 THEN
                       ADD 1 TO RODAPE-IDX
                       MOVE DEP-DIGITO
                           TO RODAPE-DEP-TEXTO (RODAPE-IDX) (1:2)
                       MOVE "-" TO RODAPE-DEP-TEXTO (RODAPE-IDX) (3:1)
                       MOVE DP-NOME (DEP-IDX) (1:10)
                           TO RODAPE-DEP-TEXTO (RODAPE-IDX) (4:10)
                       MOVE 1 TO POS-LIN
                   END-IF
               ELSE IF POS-LIN = 1 THEN
                   IF RODAPE-IDX = 5 AND DEP-ACTIVOS-TOTAL > 10 THEN
                       MOVE "+ OUTROS"
                           TO RODAPE-DEP-TEXTO (RODAPE-IDX) (15:8)
                       MOVE 2 TO POS-LIN
                   ELSE
                       MOVE DEP-DIGITO
                           TO RODAPE-DEP-TEXTO (RODAPE-IDX) (15:2)
                       MOVE "-" TO RODAPE-DEP-TEXTO (RODAPE-IDX) (17:1)
                       MOVE DP-NOME (DEP-IDX) (1:9)
                           TO RODAPE-DEP-TEXTO (RODAPE-IDX) (18:9)
                       MOVE 0 TO POS-LIN
                   END-IF
               END-IF
               END-IF
           END-IF.

      *________________________________________________________________________*
      * CARREGA-DIRECCOES corre uma £nica vez ao arrancar, antes do
      * quadro de departamentos (que aponta para ele), e carrega o
      * quadro de direcá§es para DIR-MASTER-TABLE. Se o ficheiro nÑo
      * trouxer registo nenhum Ç criado com a direc᧵o geral (01).
       CARREGA-DIRECCOES.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               MOVE SPACES TO DR-NOME   (DIR-IDX)
               MOVE "N"    TO DR-ACTIVO (DIR-IDX)
               MOVE "N"    TO DR-EXISTE (DIR-IDX)
           END-PERFORM.
           MOVE 0 TO DIR-REGISTOS-LIDOS.
           OPEN INPUT FICHEIRO-DIRECCOES.
           IF FS-DIRECCOES = "00" THEN
               READ FICHEIRO-DIRECCOES
                   AT END MOVE "10" TO FS-DIRECCOES
               END-READ
               PERFORM UNTIL FS-DIRECCOES = "10"
                   ADD 1 TO DIR-REGISTOS-LIDOS
                   IF DIR-CODIGO >= 1 AND DIR-CODIGO <= DIR-MAX THEN
                       MOVE DIR-NOME   TO DR-NOME   (DIR-CODIGO)
                       MOVE DIR-ACTIVO TO DR-ACTIVO (DIR-CODIGO)
                       MOVE "S"        TO DR-EXISTE (DIR-CODIGO)
                   END-IF
                   READ FICHEIRO-DIRECCOES
                       AT END MOVE "10" TO FS-DIRECCOES
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-DIRECCOES
           END-IF.
           IF DIR-REGISTOS-LIDOS = 0 THEN
               MOVE "DIRECCAO GERAL" TO DR-NOME (1)
               MOVE "S" TO DR-ACTIVO (1)
               MOVE "S" TO DR-EXISTE (1)
               PERFORM GRAVA-FICHEIRO-DIRECCOES
           END-IF.

      *________________________________________________________________________*
      * GRAVA-FICHEIRO-DIRECCOES reescreve DIRECCOES.DAT a partir do
      * conte£do actualizado de DIR-MASTER-TABLE.
       GRAVA-FICHEIRO-DIRECCOES.
           OPEN OUTPUT FICHEIRO-DIRECCOES.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               IF DR-EXISTE (DIR-IDX) = "S" THEN
                   MOVE DIR-IDX             TO DIR-CODIGO
                   MOVE DR-NOME (DIR-IDX)   TO DIR-NOME
                   MOVE DR-ACTIVO (DIR-IDX) TO DIR-ACTIVO
                   WRITE DIR-REGISTO
               END-IF
           END-PERFORM.
           CLOSE FICHEIRO-DIRECCOES.

      *________________________________________________________________________*
      * VERIFICA-DIR-EXISTE confirma se DIR-VERIFICA consta do quadro
      * de direcá§es (activa ou nÑo); VERIFICA-DIR-ACTIVA exige
      * tambÇm que esteja activa (a £nica que pode receber
      * departamentos).
       VERIFICA-DIR-EXISTE.
           MOVE "N" TO SW-DIR-VALIDA.
           IF DIR-VERIFICA >= 1 AND DIR-VERIFICA <= DIR-MAX THEN
               IF DR-EXISTE (DIR-VERIFICA) = "S" THEN
                   MOVE "S" TO SW-DIR-VALIDA
               END-IF
           END-IF.

       VERIFICA-DIR-ACTIVA.
           MOVE "N" TO SW-DIR-VALIDA.
           IF DIR-VERIFICA >= 1 AND DIR-VERIFICA <= DIR-MAX THEN
               IF DR-EXISTE (DIR-VERIFICA) = "S" AND
                  DR-ACTIVO (DIR-VERIFICA) = "S" THEN
                   MOVE "S" TO SW-DIR-VALIDA
               END-IF
           END-IF.

      *________________________________________________________________________*
      * OBTEM-NOME-DIRECCAO devolve em DIR-NOME-SAIDA o nome da
      * direc᧵o DIR-IDX, ou "?" se nÑo constar do quadro.
       OBTEM-NOME-DIRECCAO.
           IF DIR-IDX >= 1 AND DIR-IDX <= DIR-MAX THEN
               IF DR-EXISTE (DIR-IDX) = "S" THEN
                   MOVE DR-NOME (DIR-IDX) TO DIR-NOME-SAIDA
               ELSE
                   MOVE "?" TO DIR-NOME-SAIDA
               END-IF
           ELSE
               MOVE "?" TO DIR-NOME-SAIDA
           END-IF.

      *________________________________________________________________________*
      * CARREGA-PERGUNTAS corre uma £nica vez ao arrancar e carrega o
      * question†rio em vigor para PERG-TABLE. Se o ficheiro ainda
      * nÑo existir Ç criado com uma £nica pergunta de satisfaáÑo
      * global, que reproduz o inquÇrito de pergunta £nica original.
       CARREGA-PERGUNTAS.
           MOVE 0 TO QTD-PERGUNTAS.
           MOVE 0 TO QEV-LIDAS.
           MOVE SPACES TO QEV-TABLE.
           PERFORM VARYING QEV-IDX FROM 1 BY 1 UNTIL QEV-IDX > 3
               MOVE 0 TO QEV-QTD (QEV-IDX)
           END-PERFORM.
           OPEN INPUT FICHEIRO-PERGUNTAS.
           IF FS-PERGUNTAS = "00" THEN
               READ FICHEIRO-PERGUNTAS
                   AT END MOVE "10" TO FS-PERGUNTAS
               END-READ
               PERFORM UNTIL FS-PERGUNTAS = "10"
                   ADD 1 TO QEV-LIDAS
      * cada linha vai para o question†rio do seu tipo; as linhas
      * sem tipo sÑo as do trimestral, como sempre foram.
                   EVALUATE PERG-TIPO
                       WHEN "A"   MOVE 1 TO QEV-IDX
                       WHEN "S"   MOVE 2 TO QEV-IDX
                       WHEN "P"   MOVE 3 TO QEV-IDX
                       WHEN OTHER MOVE 0 TO QEV-IDX
                   END-EVALUATE
                   IF QEV-IDX = 0 THEN
                       IF QTD-PERGUNTAS < 10 THEN
                           ADD 1 TO QTD-PERGUNTAS
                           MOVE PERG-TEXTO TO PG-TEXTO (QTD-PERGUNTAS)
                       END-IF
                   ELSE IF QEV-QTD (QEV-IDX) < 10 THEN
                       ADD 1 TO QEV-QTD (QEV-IDX)
                       MOVE QEV-QTD (QEV-IDX) TO PERG-IDX
                       MOVE PERG-TEXTO TO QEV-TEXTO (QEV-IDX PERG-IDX)
                   END-IF
                   END-IF
                   READ FICHEIRO-PERGUNTAS
                       AT END MOVE "10" TO FS-PERGUNTAS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PERGUNTAS
           END-IF.
           IF QTD-PERGUNTAS = 0 THEN
               MOVE 1 TO QTD-PERGUNTAS
               MOVE "SATISFACAO GLOBAL COM O SERVICO"
                   TO PG-TEXTO (1)
      * o ficheiro s¢ Ç criado quando nÑo tem linha nenhuma, para
      * nÑo apagar os question†rios dos inquÇritos de evento.
               IF QEV-LIDAS = 0 THEN
                   OPEN OUTPUT FICHEIRO-PERGUNTAS
                   MOVE 1           TO PERG-NUMERO
                   MOVE PG-TEXTO (1) TO PERG-TEXTO
                   MOVE "Q"         TO PERG-TIPO
                   WRITE PERG-REGISTO
                   CLOSE FICHEIRO-PERGUNTAS
               END-IF
           END-IF.
      * um inquÇrito de evento sem question†rio pr¢prio fica com uma
      * £nica pergunta de satisfaáÑo global, atÇ HR lhe acrescentar
      * as suas linhas em PERGUNTAS.DAT.
           IF QEV-QTD (1) = 0 THEN
               MOVE 1 TO QEV-QTD (1)
               MOVE "ACOLHIMENTO NOS PRIMEIROS 90 DIAS"
                   TO QEV-TEXTO (1 1)
           END-IF.
           IF QEV-QTD (2) = 0 THEN
               MOVE 1 TO QEV-QTD (2)
               MOVE "SATISFACAO GLOBAL COM A EMPRESA"
                   TO QEV-TEXTO (2 1)
           END-IF.
           IF QEV-QTD (3) = 0 THEN
               MOVE 1 TO QEV-QTD (3)
               MOVE "SATISFACAO GLOBAL NESTE MOMENTO"
                   TO QEV-TEXTO (3 1)
           END-IF.
      * guarda uma c¢pia intocada do question†rio em vigor: a
      * selec᧵o de per°odo substitui PERG-TABLE pela versÑo do
      * per°odo, e os per°odos novos sÑo registados com esta.
           PERFORM VARYING PERG-IDX FROM 1 BY 1 UNTIL PERG-IDX > 10
               MOVE PG-TEXTO (PERG-IDX) TO QA-TEXTO (PERG-IDX)
           END-PERFORM.
           MOVE QTD-PERGUNTAS TO QATU-QTD.

      *________________________________________________________________________*
      * RESTAURA-QUESTIONARIO-ACTUAL rep§e em PERG-TABLE o
      * question†rio em vigor (QATU-TABLE), para registar um per°odo
      * novo ou quando um per°odo antigo nÑo tem versÑo fotografada.
      * Num inquÇrito de evento (TIPO-PERIODO) o question†rio em
      * vigor Ç o desse tipo, em QEV-TABLE.
       RESTAURA-QUESTIONARIO-ACTUAL.
           EVALUATE TRUE
               WHEN TIPO-E-ACOLHIMENTO MOVE 1 TO QEV-IDX
               WHEN TIPO-E-SAIDA       MOVE 2 TO QEV-IDX
               WHEN TIPO-E-PULSO       MOVE 3 TO QEV-IDX
               WHEN OTHER              MOVE 0 TO QEV-IDX
           END-EVALUATE.
           IF QEV-IDX = 0 THEN
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > 10
                   MOVE QA-TEXTO (PERG-IDX) TO PG-TEXTO (PERG-IDX)
               END-PERFORM
               MOVE QATU-QTD TO QTD-PERGUNTAS
           ELSE
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > 10
                   MOVE QEV-TEXTO (QEV-IDX PERG-IDX)
                       TO PG-TEXTO (PERG-IDX)
               END-PERFORM
               MOVE QEV-QTD (QEV-IDX) TO QTD-PERGUNTAS
           END-IF.

      *________________________________________________________________________*
      * GRAVA-VERSAO-QUESTIONARIO fotografa em QUESTVER.DAT o
      * question†rio de PERG-TABLE para o per°odo corrente, uma linha
      * por pergunta. Corre uma £nica vez por per°odo, no momento do
      * registo.
       GRAVA-VERSAO-QUESTIONARIO.
           OPEN EXTEND FICHEIRO-QUESTVER.
           IF FS-QUESTVER NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-QUESTVER
           END-IF.
           PERFORM VARYING PERG-IDX FROM 1 BY 1
                   UNTIL PERG-IDX > QTD-PERGUNTAS
               MOVE PERIODO-ATUAL       TO VQ-PERIODO
               MOVE PERG-IDX            TO VQ-NUMERO
               MOVE PG-TEXTO (PERG-IDX) TO VQ-TEXTO
               MOVE TIPO-PERIODO        TO VQ-TIPO
               WRITE VQ-REGISTO
           END-PERFORM.
           CLOSE FICHEIRO-QUESTVER.

      *________________________________________________________________________*
      * LE-VERSAO-QUESTVER carrega para VER-TABLE a versÑo do
      * question†rio fotografada para PERIODO-ALVO; VER-QTD fica a 0
      * se o per°odo nÑo tiver fotografia (per°odos anteriores a esta
      * altera᧵o).
       LE-VERSAO-QUESTVER.
           MOVE 0 TO VER-QTD.
           PERFORM VARYING PERG-IDX FROM 1 BY 1 UNTIL PERG-IDX > 10
               MOVE SPACES TO VER-TEXTO (PERG-IDX)
           END-PERFORM.
           OPEN INPUT FICHEIRO-QUESTVER.
           IF FS-QUESTVER = "00" THEN
               READ FICHEIRO-QUESTVER
                   AT END MOVE "10" TO FS-QUESTVER
               END-READ
               PERFORM UNTIL FS-QUESTVER = "10"
                   IF VQ-PERIODO = PERIODO-ALVO AND
                      VQ-NUMERO >= 1 AND VQ-NUMERO <= 10 THEN
                       MOVE VQ-TEXTO TO VER-TEXTO (VQ-NUMERO)
                       IF VQ-NUMERO > VER-QTD THEN
                           MOVE VQ-NUMERO TO VER-QTD
                       END-IF
                   END-IF
                   READ FICHEIRO-QUESTVER
                       AT END MOVE "10" TO FS-QUESTVER
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-QUESTVER
           END-IF.

      *________________________________________________________________________*
      * CARREGA-VERSAO-PERIODO p§e em PERG-TABLE a versÑo do
      * question†rio do per°odo seleccionado; sem fotografia (per°odo
      * antigo) fica a versÑo em vigor, que era o comportamento de
      * atÇ aqui. Deixa tambÇm em TIPO-PERIODO o tipo de inquÇrito do
      * per°odo.
       CARREGA-VERSAO-PERIODO.
           MOVE PERIODO-ATUAL TO PERIODO-ALVO.
           PERFORM OBTEM-TIPO-PERIODO.
           MOVE TIPO-ALVO TO TIPO-PERIODO.
           PERFORM LE-VERSAO-QUESTVER.
           IF VER-QTD = 0 THEN
               PERFORM RESTAURA-QUESTIONARIO-ACTUAL
           ELSE
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > 10
                   MOVE VER-TEXTO (PERG-IDX) TO PG-TEXTO (PERG-IDX)
               END-PERFORM
               MOVE VER-QTD TO QTD-PERGUNTAS
           END-IF.

      *________________________________________________________________________*
      * CARREGA-PERIODOS corre uma £nica vez ao arrancar e carrega os
      * atributos dos per°odos j† conhecidos (PERIODOS.DAT) para
      * PER-TABLE. Se o ficheiro nÑo existir Ç criado vazio.
       CARREGA-PERIODOS.
           MOVE 0 TO PER-TOTAL.
           OPEN INPUT FICHEIRO-PERIODOS.
           IF FS-PERIODOS NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-PERIODOS
               CLOSE FICHEIRO-PERIODOS
           ELSE
               READ FICHEIRO-PERIODOS
                   AT END MOVE "10" TO FS-PERIODOS
               END-READ
               PERFORM UNTIL (FS-PERIODOS = "10")
                           OR (PER-TOTAL >= 40)
                   ADD 1 TO PER-TOTAL
                   MOVE PER-PERIODO TO PT-PERIODO (PER-TOTAL)
                   MOVE PER-ANONIMO TO PT-ANONIMO (PER-TOTAL)
                   MOVE PER-ESTADO  TO PT-ESTADO  (PER-TOTAL)
      * os per°odos registados antes de haver tipos de inquÇrito
      * trazem o fim do registo em branco: trimestrais, fecho manual.
                   IF PER-TIPO = SPACE THEN
                       MOVE "Q"     TO PT-TIPO    (PER-TOTAL)
                   ELSE
                       MOVE PER-TIPO TO PT-TIPO   (PER-TOTAL)
                   END-IF
                   IF PER-FECHO-X IS NUMERIC THEN
                       MOVE PER-FECHO TO PT-FECHO (PER-TOTAL)
                   ELSE
                       MOVE 0         TO PT-FECHO (PER-TOTAL)
                   END-IF
                   READ FICHEIRO-PERIODOS
                       AT END MOVE "10" TO FS-PERIODOS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PERIODOS
           END-IF.

      *________________________________________________________________________*
      * GRAVA-FICHEIRO-PERIODOS reescreve PERIODOS.DAT a partir do
      * conte£do actualizado de PER-TABLE.
       GRAVA-FICHEIRO-PERIODOS.
           OPEN OUTPUT FICHEIRO-PERIODOS.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PER-TOTAL
               MOVE PT-PERIODO (PER-IDX) TO PER-PERIODO
               MOVE PT-ANONIMO (PER-IDX) TO PER-ANONIMO
               MOVE PT-ESTADO  (PER-IDX) TO PER-ESTADO
               MOVE PT-TIPO    (PER-IDX) TO PER-TIPO
               MOVE PT-FECHO   (PER-IDX) TO PER-FECHO
               WRITE PER-REGISTO
           END-PERFORM.
           CLOSE FICHEIRO-PERIODOS.

      *________________________________________________________________________*
      * PROCURA-PERIODO procura PERIODO-ATUAL em PER-TABLE e devolve
      * o °ndice em PER-ENCONTRADO-IDX.
       PROCURA-PERIODO.
           MOVE "N" TO SW-PER-ENCONTRADO.
           MOVE 0 TO PER-ENCONTRADO-IDX.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL (PER-IDX > PER-TOTAL) OR PER-E-ENCONTRADO
               IF PT-PERIODO (PER-IDX) = PERIODO-ATUAL THEN
                   MOVE "S" TO SW-PER-ENCONTRADO
                   MOVE PER-IDX TO PER-ENCONTRADO-IDX
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * OBTEM-ESTADO-PERIODO devolve em ESTADO-PERIODO o estado do
      * per°odo em PERIODO-ALVO ("A" se o per°odo nÑo estiver
      * registado, por compatibilidade com per°odos antigos).
       OBTEM-ESTADO-PERIODO.
           MOVE "A" TO ESTADO-PERIODO.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PER-TOTAL
               IF PT-PERIODO (PER-IDX) = PERIODO-ALVO THEN
                   MOVE PT-ESTADO (PER-IDX) TO ESTADO-PERIODO
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * OBTEM-TIPO-PERIODO devolve em TIPO-ALVO o tipo de inquÇrito
      * do per°odo em PERIODO-ALVO: o registado em PERIODOS.DAT ou,
      * para um per°odo ainda por registar, o que o c¢digo diz (ver
      * APURA-TIPO-CODIGO). Usa um °ndice pr¢prio porque Ç chamado de
      * dentro de ciclos sobre PER-TABLE.
       OBTEM-TIPO-PERIODO.
           MOVE SPACE TO TIPO-ALVO.
           PERFORM VARYING TIPO-IDX FROM 1 BY 1
                   UNTIL TIPO-IDX > PER-TOTAL
               IF PT-PERIODO (TIPO-IDX) = PERIODO-ALVO THEN
                   MOVE PT-TIPO (TIPO-IDX) TO TIPO-ALVO
               END-IF
           END-PERFORM.
           IF TIPO-ALVO = SPACE THEN
               MOVE PERIODO-ALVO TO EVT-PERIODO
               PERFORM APURA-TIPO-CODIGO
           ELSE
               MOVE "S" TO SW-CODIGO-PERIODO
           END-IF.

      *________________________________________________________________________*
      * APURA-TIPO-CODIGO tira do c¢digo em EVT-PERIODO o tipo de
      * inquÇrito (TIPO-ALVO) pela 5¶ posiáÑo: "A" acolhimento, "S"
      * sa°da, "P" pulso e qualquer outra coisa trimestral, como
      * sempre foi. Um c¢digo de evento s¢ Ç v†lido com o ano em
      * algarismos e, a seguir · letra, o trimestre (1 a 4) ou, num
      * pulso, o n£mero de ordem (1 a 9); SW-CODIGO-PERIODO diz se
      * pode ser registado.
       APURA-TIPO-CODIGO.
           MOVE "S" TO SW-CODIGO-PERIODO.
           EVALUATE EVT-LETRA
               WHEN "A"   MOVE "A" TO TIPO-ALVO
               WHEN "S"   MOVE "S" TO TIPO-ALVO
               WHEN "P"   MOVE "P" TO TIPO-ALVO
               WHEN OTHER MOVE "Q" TO TIPO-ALVO
           END-EVALUATE.
           IF TIPO-ALVO NOT = "Q" THEN
               IF (EVT-ANO NOT NUMERIC) OR
                  (EVT-NUMERO NOT NUMERIC) THEN
                   MOVE "N" TO SW-CODIGO-PERIODO
               ELSE IF EVT-NUMERO-N = 0 THEN
                   MOVE "N" TO SW-CODIGO-PERIODO
               ELSE IF TIPO-ALVO NOT = "P" AND EVT-NUMERO-N > 4 THEN
                   MOVE "N" TO SW-CODIGO-PERIODO
               END-IF
               END-IF
               END-IF
           END-IF.

      *________________________________________________________________________*
      * OBTEM-NOME-TIPO devolve em TIPO-NOME a designa᧵o do tipo de
      * inquÇrito TIPO-ALVO, para ecrÑs e relat¢rios.
       OBTEM-NOME-TIPO.
           EVALUATE TIPO-ALVO
               WHEN "A"   MOVE "ACOLHIMENTO" TO TIPO-NOME
               WHEN "S"   MOVE "SAIDA"       TO TIPO-NOME
               WHEN "P"   MOVE "PULSO"       TO TIPO-NOME
               WHEN OTHER MOVE "TRIMESTRAL"  TO TIPO-NOME
           END-EVALUATE.

      *________________________________________________________________________*
      * APURA-FECHO-PERIODO fixa o £ltimo dia de recolha do per°odo
      * acabado de registar (PER-TOTAL), conforme o tipo: acolhimento
      * e sa°da ficam abertos atÇ JANELA-EVENTO dias depois do fim do
      * trimestre do c¢digo, para apanhar quem fez os 90 dias ou saiu
      * nos £ltimos dias do trimestre; um pulso fica aberto
      * DIAS-RECOLHA dias a contar de hoje; o trimestral continua a
      * fechar s¢ na op᧵o 12.
       APURA-FECHO-PERIODO.
           MOVE 0 TO PT-FECHO (PER-TOTAL).
           MOVE PERIODO-ATUAL TO EVT-PERIODO.
           IF TIPO-E-EVENTO THEN
               MOVE EVT-ANO-N TO DTA-ANO
               COMPUTE DTA-MES = EVT-NUMERO-N * 3 + 1
               MOVE 1 TO DTA-DIA
               IF DTA-MES > 12 THEN
                   MOVE 1 TO DTA-MES
                   ADD 1 TO DTA-ANO
               END-IF
               PERFORM DATA-PARA-DIAS
               COMPUTE DTA-DIAS = DTA-DIAS - 1 + JANELA-EVENTO
               PERFORM DIAS-PARA-DATA
               MOVE DTA-DATA TO PT-FECHO (PER-TOTAL)
           ELSE IF TIPO-E-PULSO THEN
               ACCEPT DTA-DATA FROM DATE YYYYMMDD
               PERFORM DATA-PARA-DIAS
               ADD DIAS-RECOLHA TO DTA-DIAS
               PERFORM DIAS-PARA-DATA
               MOVE DTA-DATA TO PT-FECHO (PER-TOTAL)
           END-IF
           END-IF.

      *________________________________________________________________________*
      * VERIFICA-FECHO-AUTOMATICO fecha o per°odo PER-ENCONTRADO-IDX
      * se ainda estiver aberto e o seu £ltimo dia de recolha j†
      * tiver passado, como se o supervisor o tivesse fechado na
      * op᧵o 12. SW-FECHO-AUTOMATICO diz se fechou agora.
       VERIFICA-FECHO-AUTOMATICO.
           MOVE "N" TO SW-FECHO-AUTOMATICO.
           ACCEPT EVT-HOJE FROM DATE YYYYMMDD.
           IF PT-ESTADO (PER-ENCONTRADO-IDX) = "A" AND
              PT-FECHO (PER-ENCONTRADO-IDX) > 0 AND
              PT-FECHO (PER-ENCONTRADO-IDX) < EVT-HOJE THEN
               MOVE "F" TO PT-ESTADO (PER-ENCONTRADO-IDX)
               PERFORM GRAVA-FICHEIRO-PERIODOS
               MOVE "S" TO SW-FECHO-AUTOMATICO
           END-IF.

      *________________________________________________________________________*
      * DATA-PARA-DIAS converte a data DTA-DATA (AAAAMMDD) no n£mero
      * do dia juliano DTA-DIAS, para se poder somar e comparar dias.
      * Cada divisÑo vai para um campo inteiro, que a trunca.
       DATA-PARA-DIAS.
           COMPUTE DTA-A = (14 - DTA-MES) / 12.
           COMPUTE DTA-Y = DTA-ANO + 4800 - DTA-A.
           COMPUTE DTA-M = DTA-MES + 12 * DTA-A - 3.
           COMPUTE DTA-T = (153 * DTA-M + 2) / 5.
           COMPUTE DTA-B = DTA-Y / 4.
           COMPUTE DTA-C = DTA-Y / 100.
           COMPUTE DTA-D = DTA-Y / 400.
           COMPUTE DTA-DIAS = DTA-DIA + DTA-T + 365 * DTA-Y
                            + DTA-B - DTA-C + DTA-D - 32045.

      *________________________________________________________________________*
      * DIAS-PARA-DATA faz o inverso de DATA-PARA-DIAS: devolve em
      * DTA-DATA (AAAAMMDD) a data do dia juliano DTA-DIAS.
       DIAS-PARA-DATA.
           COMPUTE DTA-A = DTA-DIAS + 32044.
           COMPUTE DTA-B = (4 * DTA-A + 3) / 146097.
           COMPUTE DTA-T = 146097 * DTA-B / 4.
           COMPUTE DTA-C = DTA-A - DTA-T.
           COMPUTE DTA-D = (4 * DTA-C + 3) / 1461.
           COMPUTE DTA-T = 1461 * DTA-D / 4.
           COMPUTE DTA-E = DTA-C - DTA-T.
           COMPUTE DTA-M = (5 * DTA-E + 2) / 153.
           COMPUTE DTA-T = (153 * DTA-M + 2) / 5.
           COMPUTE DTA-DIA = DTA-E - DTA-T + 1.
           COMPUTE DTA-Y = DTA-M / 10.
           COMPUTE DTA-MES = DTA-M + 3 - 12 * DTA-Y.
           COMPUTE DTA-ANO = 100 * DTA-B + DTA-D - 4800 + DTA-Y.

      *________________________________________________________________________*
      * VERIFICA-ELEGIVEL diz em SW-FUNC-ELEGIVEL se o funcion†rio
      * FUNC-IDX do quadro deve responder ao per°odo seleccionado:
      * nos trimestrais e pulsos todos os activos; no acolhimento os
      * activos que completaram DIAS-ACOLHIMENTO dias de casa dentro
      * do trimestre do c¢digo (e j† os completaram hoje); na sa°da
      * os inactivos cuja desactiva᧵o caiu nesse trimestre. Sem data
      * de admissÑo ou de sa°da ninguÇm Ç eleg°vel para um evento.
       VERIFICA-ELEGIVEL.
           MOVE "N" TO SW-FUNC-ELEGIVEL.
           IF TIPO-E-ACOLHIMENTO THEN
               IF FT-ACTIVO (FUNC-IDX) = "S" AND
                  FT-ADMISSAO (FUNC-IDX) > 0 THEN
                   MOVE FT-ADMISSAO (FUNC-IDX) TO DTA-DATA
                   PERFORM DATA-PARA-DIAS
                   ADD DIAS-ACOLHIMENTO TO DTA-DIAS
                   PERFORM DIAS-PARA-DATA
                   PERFORM VERIFICA-DATA-NO-PERIODO
               END-IF
           ELSE IF TIPO-E-SAIDA THEN
               IF FT-ACTIVO (FUNC-IDX) = "N" AND
                  FT-SAIDA (FUNC-IDX) > 0 THEN
                   MOVE FT-SAIDA (FUNC-IDX) TO DTA-DATA
                   PERFORM VERIFICA-DATA-NO-PERIODO
               END-IF
           ELSE
               IF FT-ACTIVO (FUNC-IDX) = "S" THEN
                   MOVE "S" TO SW-FUNC-ELEGIVEL
               END-IF
           END-IF
           END-IF.

      *________________________________________________________________________*
      * VERIFICA-DATA-NO-PERIODO marca como eleg°vel quando a data em
      * DTA-DATA cai no ano e trimestre do c¢digo do per°odo
      * seleccionado e nÑo Ç posterior a hoje.
       VERIFICA-DATA-NO-PERIODO.
           MOVE PERIODO-ATUAL TO EVT-PERIODO.
           ACCEPT EVT-HOJE FROM DATE YYYYMMDD.
           COMPUTE EVT-TRIMESTRE = (DTA-MES + 2) / 3.
           IF EVT-ANO IS NUMERIC AND EVT-NUMERO IS NUMERIC THEN
               IF DTA-ANO = EVT-ANO-N AND
                  EVT-TRIMESTRE = EVT-NUMERO-N AND
                  DTA-DATA NOT > EVT-HOJE THEN
                   MOVE "S" TO SW-FUNC-ELEGIVEL
               END-IF
           END-IF.

      *________________________________________________________________________*
      * PROCURA-RESPONDENTE procura NOME-PROCURADO no quadro para uma
      * recolha nominal. Num inquÇrito de sa°da quem responde j† est†
      * inactivo, por isso procura-se em todo o quadro; nos outros s¢
      * nos activos, como sempre. Quem for encontrado mas nÑo for
      * eleg°vel para o tipo de inquÇrito do per°odo fica como nÑo
      * encontrado, com SW-FUNC-INELEGIVEL a "S" para a mensagem e o
      * motivo de rejei᧵o dizerem porquÉ.
       PROCURA-RESPONDENTE.
           MOVE "N" TO SW-FUNC-INELEGIVEL.
           IF TIPO-E-SAIDA THEN
               PERFORM PROCURA-FUNCIONARIO-QUALQUER
           ELSE
               PERFORM PROCURA-FUNCIONARIO
           END-IF.
           IF FUNC-E-ENCONTRADO THEN
               MOVE FUNC-ENCONTRADO-IDX TO FUNC-IDX
               PERFORM VERIFICA-ELEGIVEL
               IF (NOT FUNC-E-ELEGIVEL) THEN
                   MOVE "N" TO SW-FUNC-ENCONTRADO
                   MOVE "S" TO SW-FUNC-INELEGIVEL
               END-IF
           END-IF.

      *________________________________________________________________________*
      * FECHA-PERIODO (op᧵o 12) declara encerrado o per°odo
      * seleccionado: a partir da° nÑo h† mais recolha nem correc᧵o
      * contra ele, s¢ consulta - e fica eleg°vel para arquivagem.
       FECHA-PERIODO.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "FECHO DO PERãODO" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Per°odo seleccionado: " AT 0901.
           DISPLAY PERIODO-ATUAL AT 0923.
           IF PERIODO-E-FECHADO THEN
               DISPLAY "O PERãODO J† EST† FECHADO" AT 1101
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               MOVE SPACE TO RESP-CONFIRMA
               PERFORM WITH TEST AFTER UNTIL VALIDAR-RESP-CONFIRMA
                   DISPLAY "Confirma o fecho (S/N)? " AT 1101
                   ACCEPT RESP-CONFIRMA AT 1126
                   IF (NOT VALIDAR-RESP-CONFIRMA) THEN
                       DISPLAY "INSIRA: S ou N" AT 1129
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT 1129
                   END-IF
               END-PERFORM
               IF RESP-CONFIRMA = "S" THEN
                   PERFORM PROCURA-PERIODO
                   IF PER-E-ENCONTRADO THEN
                       MOVE "F" TO PT-ESTADO (PER-ENCONTRADO-IDX)
                       PERFORM GRAVA-FICHEIRO-PERIODOS
                       MOVE "S" TO SW-PERIODO-FECHADO
                       DISPLAY "PERãODO FECHADO" AT 1301
                   ELSE
                       DISPLAY "PERãODO NéO REGISTADO" AT 1301
                           FOREGROUND-COLOR 4 HIGHLIGHT
                   END-IF
               END-IF
           END-IF.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 1501.
           ACCEPT OMITTED AT 1537.

      *________________________________________________________________________*
      * ARQUIVA-PERIODO (op᧵o 13) move as respostas do per°odo
      * fechado seleccionado do ficheiro vivo para ARQUIVO.DAT,
      * deixando HISTORICO.DAT intacto para as tendÉncias. O ficheiro
      * vivo fica pequeno e deixa de ser poss°vel juntar respostas
      * tardias a um trimestre encerrado.
       ARQUIVA-PERIODO.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "ARQUIVAGEM DO PERãODO" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Per°odo seleccionado: " AT 0901.
           DISPLAY PERIODO-ATUAL AT 0923.
           PERFORM PROCURA-PERIODO.
           IF (NOT PER-E-ENCONTRADO) OR (NOT PERIODO-E-FECHADO) THEN
               DISPLAY "S¢ SE ARQUIVAM PERãODOS J† FECHADOS" AT 1101
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               IF PT-ESTADO (PER-ENCONTRADO-IDX) = "Q" THEN
                   DISPLAY "O PERãODO J† EST† ARQUIVADO" AT 1101
                       FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   PERFORM ARQUIVA-PERIODO-EXECUTA
               END-IF
           END-IF.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 1501.
           ACCEPT OMITTED AT 1537.

      *________________________________________________________________________*
      * ARQUIVA-PERIODO-EXECUTA move registo a registo: escreve no
      * arquivo e apaga do ficheiro vivo, reposicionando pela chave
      * alternativa atÇ o per°odo nÑo ter mais nenhum registo.
       ARQUIVA-PERIODO-EXECUTA.
           MOVE 0 TO CONTADOR-ARQUIVADOS.
           MOVE "N" TO SW-ARQUIVO-FALHOU.
           MOVE PERIODO-ATUAL TO PERIODO-ALVO.
           OPEN EXTEND FICHEIRO-ARQUIVO.
           IF FS-ARQUIVO NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-ARQUIVO
           END-IF.
           OPEN I-O FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS NOT = "00" THEN
               CLOSE FICHEIRO-ARQUIVO
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE RESPOSTAS"
                   AT 1101 FOREGROUND-COLOR 4 HIGHLIGHT
      * o per°odo fica como estava ("F"): sem nada arquivado, nunca
      * se pode marcar "Q", senÑo as respostas ficavam presas no
      * ficheiro vivo sem hip¢tese de repetir a arquivagem.
           ELSE
               PERFORM POSICIONA-PERIODO-RESPOSTAS
               PERFORM UNTIL (FS-RESPOSTAS NOT = "00")
                          OR ARQUIVO-FALHOU
                   MOVE FR-MATRICULA  TO ARQ-MATRICULA
                   MOVE FR-NOME       TO ARQ-NOME
                   MOVE FR-DEP        TO ARQ-DEP
                   MOVE FR-NOTA       TO ARQ-NOTA
                   MOVE FR-NOTAS      TO ARQ-NOTAS
                   MOVE FR-COMENTARIO TO ARQ-COMENTARIO
                   MOVE FR-PERIODO    TO ARQ-PERIODO
                   MOVE FR-ANTIGUIDADE TO ARQ-ANTIGUIDADE
                   MOVE FR-GRAU       TO ARQ-GRAU
                   MOVE FR-TIPO       TO ARQ-TIPO
                   WRITE ARQ-REGISTO
      * se a escrita no arquivo falhar (disco cheio, etc.) o registo
      * NéO pode sair do ficheiro vivo: apagar sem c¢pia no arquivo
      * seria perder a resposta para sempre.
                   IF FS-ARQUIVO NOT = "00" THEN
                       MOVE "S" TO SW-ARQUIVO-FALHOU
                   ELSE
      * o DELETE dirige-se pela chave prim†ria, que ficou em
      * FR-MATRICULA com a leitura acabada de fazer.
                       DELETE FICHEIRO-RESPOSTAS RECORD
                           INVALID KEY
                               DISPLAY
                                   "ERRO AO APAGAR DO FICHEIRO VIVO"
                                   AT 1101 FOREGROUND-COLOR 4
                                   HIGHLIGHT
                       END-DELETE
                       ADD 1 TO CONTADOR-ARQUIVADOS
      * depois do DELETE a posiáÑo sequencial perde-se; volta a
      * posicionar no que resta do per°odo.
                       PERFORM POSICIONA-PERIODO-RESPOSTAS
                   END-IF
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
               CLOSE FICHEIRO-ARQUIVO
               IF ARQUIVO-FALHOU THEN
      * o estado fica em "F" para a arquivagem poder ser repetida:
      * os registos j† movidos j† nÑo estÑo no ficheiro vivo, pelo
      * que a repeti᧵o continua exactamente onde esta parou.
                   DISPLAY "ERRO AO ESCREVER NO ARQUIVO - INTERROMPIDA"
                       AT 1101 FOREGROUND-COLOR 4 HIGHLIGHT
                   DISPLAY "REGISTOS J† MOVIDOS: " AT 1201
                   DISPLAY CONTADOR-ARQUIVADOS AT 1223
                   PERFORM CARREGA-RESPOSTAS-PERIODO
               ELSE
                   MOVE "Q" TO PT-ESTADO (PER-ENCONTRADO-IDX)
                   PERFORM GRAVA-FICHEIRO-PERIODOS
      * as TABLES do per°odo acabado de arquivar ficam vazias; a
      * consulta (op᧵o 14) volta a carreg†-las do arquivo.
                   PERFORM CARREGA-RESPOSTAS-PERIODO
                   DISPLAY "REGISTOS ARQUIVADOS: " AT 1101
                   DISPLAY CONTADOR-ARQUIVADOS AT 1123
      * a arquivagem encolhe o ficheiro de respostas de forma
      * leg°tima: o ponto bom das contagens Ç regravado j†, para a
      * verifica᧵o do passo V nÑo o confundir com corrup᧵o.
                   PERFORM ACTUALIZA-CONTAGENS-VIVAS
               END-IF
           END-IF.

      *________________________________________________________________________*
      * CONSULTA-ARQUIVO (op᧵o 14) carrega um per°odo j† arquivado
      * de ARQUIVO.DAT para as TABLES, apenas para consulta: as
      * listagens e mÇdias passam a mostr†-lo, e a recolha e a
      * correc᧵o continuam vedadas porque o per°odo nÑo est†
      * aberto.
       CONSULTA-ARQUIVO.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "CONSULTA DE PERãODO ARQUIVADO" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Per°odo a consultar (AAAAQT): " AT 0901.
           ACCEPT PERIODO-CONSULTA AT 0932.
           MOVE 0 TO TOTAL-REGISTOS.
           MOVE 0 TO SOMANOTA.
           MOVE 0 TO REGISTOS-NO-FICHEIRO.
           MOVE 0 TO REGISTOS-OMITIDOS.
           OPEN INPUT FICHEIRO-ARQUIVO.
           IF FS-ARQUIVO NOT = "00" THEN
               DISPLAY "AINDA NéO H† ARQUIVO" AT 1101
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
      * 1§ passagem: conta os registos arquivados do per°odo, para
      * um per°odo grande nÑo ficar truncado em silÉncio - tal como
      * faz o carregamento do per°odo vivo.
               READ FICHEIRO-ARQUIVO
                   AT END MOVE "10" TO FS-ARQUIVO
               END-READ
               PERFORM UNTIL FS-ARQUIVO = "10"
                   IF ARQ-PERIODO = PERIODO-CONSULTA THEN
                       ADD 1 TO REGISTOS-NO-FICHEIRO
                   END-IF
                   READ FICHEIRO-ARQUIVO
                       AT END MOVE "10" TO FS-ARQUIVO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO

      * 2§ passagem: carrega os £ltimos 100 registos do per°odo (os
      * mais recentes), avisando quantos mais antigos ficaram de
      * fora.
               IF REGISTOS-NO-FICHEIRO > 100 THEN
                   COMPUTE REGISTOS-OMITIDOS =
                           REGISTOS-NO-FICHEIRO - 100
               END-IF
               MOVE 0 TO REGISTOS-SALTADOS
               OPEN INPUT FICHEIRO-ARQUIVO
               READ FICHEIRO-ARQUIVO
                   AT END MOVE "10" TO FS-ARQUIVO
               END-READ
               PERFORM UNTIL (FS-ARQUIVO = "10") OR
                              (REGISTOS-SALTADOS >= REGISTOS-OMITIDOS)
                   IF ARQ-PERIODO = PERIODO-CONSULTA THEN
                       ADD 1 TO REGISTOS-SALTADOS
                   END-IF
                   READ FICHEIRO-ARQUIVO
                       AT END MOVE "10" TO FS-ARQUIVO
                   END-READ
               END-PERFORM
               PERFORM UNTIL (FS-ARQUIVO = "10") OR
                              (TOTAL-REGISTOS >= 100)
                   IF ARQ-PERIODO = PERIODO-CONSULTA THEN
                       ADD 1 TO TOTAL-REGISTOS
                       MOVE ARQ-MATRICULA TO
                           TB-MATRICULA (TOTAL-REGISTOS)
                       MOVE ARQ-NOME TO TB-NOME (TOTAL-REGISTOS)
                       MOVE ARQ-DEP  TO TB-DEP  (TOTAL-REGISTOS)
                       MOVE ARQ-NOTA TO TB-NOTA (TOTAL-REGISTOS)
                       MOVE ARQ-NOTAS TO
                           TB-NOTAS-RESP (TOTAL-REGISTOS)
                       MOVE ARQ-COMENTARIO TO
                           TB-COMENTARIO (TOTAL-REGISTOS)
                       MOVE ARQ-PERIODO TO
                           TB-PERIODO (TOTAL-REGISTOS)
                       MOVE ARQ-ANTIGUIDADE TO
                           TB-ANTIGUIDADE (TOTAL-REGISTOS)
                       MOVE ARQ-GRAU TO TB-GRAU (TOTAL-REGISTOS)
                       ADD TB-NOTA (TOTAL-REGISTOS) TO SOMANOTA
                   END-IF
                   READ FICHEIRO-ARQUIVO
                       AT END MOVE "10" TO FS-ARQUIVO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO
               MOVE PERIODO-CONSULTA TO PERIODO-ATUAL
               MOVE TOTAL-REGISTOS TO TOTAL-ANTES-RECOLHA
      * o per°odo consultado fica marcado como fechado na sessÑo,
      * para nenhuma recolha ou correc᧵o o apanhar por engano.
               MOVE "S" TO SW-PERIODO-FECHADO
               PERFORM PROCURA-PERIODO
               IF PER-ENCONTRADO-IDX > 0 THEN
                   MOVE PT-ANONIMO (PER-ENCONTRADO-IDX)
                       TO SW-PERIODO-ANONIMO
               ELSE
                   MOVE "N" TO SW-PERIODO-ANONIMO
               END-IF
      * as mÇdias por pergunta da consulta usam a versÑo do
      * question†rio congelada para o per°odo arquivado.
               PERFORM CARREGA-VERSAO-PERIODO
               DISPLAY "REGISTOS CARREGADOS DO ARQUIVO: " AT 1101
               DISPLAY TOTAL-REGISTOS AT 1133
               DISPLAY "(APENAS CONSULTA)" AT 1140
               IF REGISTOS-OMITIDOS > 0 THEN
                   DISPLAY "AVISO: " AT 1201
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   DISPLAY REGISTOS-OMITIDOS AT 1209
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   DISPLAY " REGISTOS MAIS ANTIGOS NAO CARREGADOS"
                       AT 1215 FOREGROUND-COLOR 4 HIGHLIGHT
               END-IF
           END-IF.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 1301.
           ACCEPT OMITTED AT 1337.

      *________________________________________________________________________*
      * CARREGA-OPERADORES corre uma £nica vez ao arrancar e carrega
      * o quadro de operadores para OP-TABLE. Se o ficheiro ainda nÑo
      * existir Ç criado com o supervisor de arranque, para o sistema
      * nÑo nascer trancado.
       CARREGA-OPERADORES.
           MOVE 0 TO OP-TOTAL.
           MOVE "N" TO SW-OPERADORES-NOVOS.
           OPEN INPUT FICHEIRO-OPERADORES.
           IF FS-OPERADORES = "00" THEN
               READ FICHEIRO-OPERADORES
                   AT END MOVE "10" TO FS-OPERADORES
               END-READ
               PERFORM UNTIL (FS-OPERADORES = "10")
                           OR (OP-TOTAL >= 20)
                   ADD 1 TO OP-TOTAL
                   MOVE OP-ID    TO OT-ID    (OP-TOTAL)
                   MOVE OP-NOME  TO OT-NOME  (OP-TOTAL)
                   MOVE OP-SENHA TO OT-SENHA (OP-TOTAL)
                   MOVE OP-NIVEL TO OT-NIVEL (OP-TOTAL)
                   READ FICHEIRO-OPERADORES
                       AT END MOVE "10" TO FS-OPERADORES
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-OPERADORES
           END-IF.
           IF OP-TOTAL = 0 THEN
               MOVE "S" TO SW-OPERADORES-NOVOS
               MOVE 1 TO OP-TOTAL
               MOVE "SUPER"      TO OT-ID    (1)
               MOVE "SUPERVISOR ARRANQUE" TO OT-NOME (1)
               MOVE "MESTRE"     TO OT-SENHA (1)
               MOVE 2            TO OT-NIVEL (1)
               OPEN OUTPUT FICHEIRO-OPERADORES
               MOVE OT-ID    (1) TO OP-ID
               MOVE OT-NOME  (1) TO OP-NOME
               MOVE OT-SENHA (1) TO OP-SENHA
               MOVE OT-NIVEL (1) TO OP-NIVEL
               WRITE OP-REGISTO
               CLOSE FICHEIRO-OPERADORES
           END-IF.

      *________________________________________________________________________*
      * CARREGA-CATEGORIAS corre uma £nica vez ao arrancar e carrega
      * a tabela de categorias da codifica᧵o de coment†rios para
      * CAT-TABLE. Se o ficheiro ainda nÑo existir Ç criado com as
      * categorias de arranque, que RH pode depois afinar na op᧵o
      * 18.
       CARREGA-CATEGORIAS.
           MOVE 0 TO CAT-TOTAL.
           OPEN INPUT FICHEIRO-CATEGORIAS.
           IF FS-CATEGORIAS = "00" THEN
               READ FICHEIRO-CATEGORIAS
                   AT END MOVE "10" TO FS-CATEGORIAS
               END-READ
               PERFORM UNTIL (FS-CATEGORIAS = "10")
                           OR (CAT-TOTAL >= 20)
                   ADD 1 TO CAT-TOTAL
                   MOVE CAT-CODIGO TO CT-CODIGO (CAT-TOTAL)
                   MOVE CAT-NOME   TO CT-NOME   (CAT-TOTAL)
                   READ FICHEIRO-CATEGORIAS
                       AT END MOVE "10" TO FS-CATEGORIAS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CATEGORIAS
           END-IF.
           IF CAT-TOTAL = 0 THEN
               MOVE 6 TO CAT-TOTAL
               MOVE 1 TO CT-CODIGO (1)
               MOVE "CHEFIA"             TO CT-NOME (1)
               MOVE 2 TO CT-CODIGO (2)
               MOVE "SALARIO"            TO CT-NOME (2)
               MOVE 3 TO CT-CODIGO (3)
               MOVE "CONDICOES TRABALHO" TO CT-NOME (3)
               MOVE 4 TO CT-CODIGO (4)
               MOVE "HORARIOS/TURNOS"    TO CT-NOME (4)
               MOVE 5 TO CT-CODIGO (5)
               MOVE "FORMACAO"           TO CT-NOME (5)
               MOVE 6 TO CT-CODIGO (6)
               MOVE "OUTRO"              TO CT-NOME (6)
               PERFORM GRAVA-FICHEIRO-CATEGORIAS
           END-IF.

      *________________________________________________________________________*
      * GRAVA-FICHEIRO-CATEGORIAS reescreve CATEGORIAS.DAT a partir
      * do conte£do actualizado de CAT-TABLE.
       GRAVA-FICHEIRO-CATEGORIAS.
           OPEN OUTPUT FICHEIRO-CATEGORIAS.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-TOTAL
               MOVE CT-CODIGO (CAT-IDX) TO CAT-CODIGO
               MOVE CT-NOME   (CAT-IDX) TO CAT-NOME
               WRITE CAT-REGISTO
           END-PERFORM.
           CLOSE FICHEIRO-CATEGORIAS.

      *________________________________________________________________________*
      * PROCURA-CATEGORIA procura CODIF-CATEGORIA na tabela de
      * categorias e devolve o °ndice em CAT-ENCONTRADO-IDX.
       PROCURA-CATEGORIA.
           MOVE "N" TO SW-CAT-ENCONTRADA.
           MOVE 0 TO CAT-ENCONTRADO-IDX.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL (CAT-IDX > CAT-TOTAL) OR CAT-E-ENCONTRADA
               IF CT-CODIGO (CAT-IDX) = CODIF-CATEGORIA THEN
                   MOVE "S" TO SW-CAT-ENCONTRADA
                   MOVE CAT-IDX TO CAT-ENCONTRADO-IDX
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * PROCURA-OPERADOR procura ID-DIGITADO no quadro de operadores
      * e devolve o °ndice em OP-ENCONTRADO-IDX.
       PROCURA-OPERADOR.
           MOVE "N" TO SW-OP-ENCONTRADO.
           MOVE 0 TO OP-ENCONTRADO-IDX.
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL (OP-IDX > OP-TOTAL) OR OP-E-ENCONTRADO
               IF OT-ID (OP-IDX) = ID-DIGITADO THEN
                   MOVE "S" TO SW-OP-ENCONTRADO
                   MOVE OP-IDX TO OP-ENCONTRADO-IDX
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * IDENTIFICA-OPERADOR Ç a abertura de sessÑo: trÉs tentativas
      * de ID e senha contra o quadro de operadores; † terceira
      * falhada o programa termina. Os acessos recusados ficam na
      * auditoria, com o ID que foi tentado.
       IDENTIFICA-OPERADOR.
           MOVE 0 TO TENTATIVAS.
           MOVE "N" TO SW-OPERADOR-VALIDO.
           PERFORM UNTIL OPERADOR-E-VALIDO OR (TENTATIVAS >= 3)
               DISPLAY CLS
               DISPLAY CABECALHO
               IF OPERADORES-SAO-NOVOS THEN
                   DISPLAY "QUADRO DE OPERADORES NOVO: ENTRE COMO"
                       AT 1101
                   DISPLAY "SUPER (SENHA MESTRE) E SUBSTITUA-O"
                       AT 1201
               END-IF
               DISPLAY "ID do operador: " AT 0701
               ACCEPT ID-DIGITADO AT 0717
               DISPLAY "Senha:          " AT 0801
               ACCEPT SENHA-DIGITADA AT 0817
               ADD 1 TO TENTATIVAS
               PERFORM PROCURA-OPERADOR
               IF OP-E-ENCONTRADO AND
                  OT-SENHA (OP-ENCONTRADO-IDX) = SENHA-DIGITADA THEN
                   MOVE "S" TO SW-OPERADOR-VALIDO
                   MOVE OT-ID (OP-ENCONTRADO-IDX) TO OPERADOR-ID
                   MOVE OT-NIVEL (OP-ENCONTRADO-IDX)
                       TO NIVEL-OPERADOR
               ELSE
                   PERFORM REGISTA-AUDITORIA-RECUSADO
                   DISPLAY "ID OU SENHA INCORRECTOS" AT 1001
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   DISPLAY "Pressione ENTER para continuar" AT 1401
                   ACCEPT OMITTED AT 1433
               END-IF
           END-PERFORM.
           IF (NOT OPERADOR-E-VALIDO) THEN
               DISPLAY "ACESSO RECUSADO - 3 TENTATIVAS FALHADAS"
                   AT 1001 FOREGROUND-COLOR 4 HIGHLIGHT
               STOP RUN
           END-IF.

      *________________________________________________________________________*
      * VERIFICA-AUTORIZACAO decide se o n°vel do operador chega para
      * a op᧵o de menu escolhida: recolha, exporta᧵o, manutená§es,
      * correc᧵o, auditoria e o relat¢rio consolidado (que mostra
      * todos os departamentos) sÑo s¢ para supervisores (n°vel 2);
      * as listagens e consultas bastam com o n°vel 1.
       VERIFICA-AUTORIZACAO.
           EVALUATE OPCAOMENU
               WHEN 1 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 6 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 9 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 10 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 11 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 12 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 13 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 15 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 16 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 18 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 19 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 20 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 21 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 22 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 23 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 24 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 25 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 26 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 27 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 28 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 29 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 30 MOVE 2 TO NIVEL-NECESSARIO
               WHEN 31 MOVE 2 TO NIVEL-NECESSARIO
               WHEN OTHER MOVE 1 TO NIVEL-NECESSARIO
           END-EVALUATE.
           IF NIVEL-OPERADOR >= NIVEL-NECESSARIO THEN
               MOVE "S" TO SW-AUTORIZADO
           ELSE
               MOVE "N" TO SW-AUTORIZADO
           END-IF.

      *________________________________________________________________________*
      * REGISTA-AUDITORIA-RECUSADO deixa na auditoria um acesso
      * recusado na abertura de sessÑo, com o ID que foi tentado.
       REGISTA-AUDITORIA-RECUSADO.
           MOVE ID-DIGITADO TO AUD-OPERADOR.
           MOVE ZERO        TO AUD-OPCAO.
           MOVE "REC"       TO AUD-TIPO.
           MOVE ZEROS       TO AUD-MATRICULA.
           MOVE ZERO        TO AUD-DEP-ANT.
           MOVE ZERO        TO AUD-NOTA-ANT.
           MOVE SPACES      TO AUD-COMENT-ANT.
           MOVE ZERO        TO AUD-DEP-NOVO.
           MOVE ZERO        TO AUD-NOTA-NOVA.
           MOVE SPACES      TO AUD-COMENT-NOVO.
           PERFORM ESCREVE-AUDITORIA.

      *________________________________________________________________________*
      * REGISTA-AUDITORIA-NEGADA deixa na auditoria uma op᧵o de menu
      * recusada por falta de n°vel do operador.
       REGISTA-AUDITORIA-NEGADA.
           MOVE OPERADOR-ID TO AUD-OPERADOR.
           MOVE OPCAOMENU   TO AUD-OPCAO.
           MOVE "NEG"       TO AUD-TIPO.
           MOVE ZEROS       TO AUD-MATRICULA.
           MOVE ZERO        TO AUD-DEP-ANT.
           MOVE ZERO        TO AUD-NOTA-ANT.
           MOVE SPACES      TO AUD-COMENT-ANT.
           MOVE ZERO        TO AUD-DEP-NOVO.
           MOVE ZERO        TO AUD-NOTA-NOVA.
           MOVE SPACES      TO AUD-COMENT-NOVO.
           PERFORM ESCREVE-AUDITORIA.

      *________________________________________________________________________*
      * GRAVA-FICHEIRO-FUNCIONARIOS reescreve FUNCIONARIOS.DAT a
      * partir do conte£do actualizado de FUNC-TABLE, tal como se faz
      * com o historial em GRAVA-HISTORICO-TABELA.
       GRAVA-FICHEIRO-FUNCIONARIOS.
           OPEN OUTPUT FICHEIRO-FUNCIONARIOS.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               MOVE FT-MATRICULA (FUNC-IDX) TO FUNC-MATRICULA
               MOVE FT-NOME      (FUNC-IDX) TO FUNC-NOME
               MOVE FT-DEP       (FUNC-IDX) TO FUNC-DEP
               MOVE FT-ACTIVO    (FUNC-IDX) TO FUNC-ACTIVO
               MOVE FT-ADMISSAO  (FUNC-IDX) TO FUNC-ADMISSAO
               MOVE FT-GRAU      (FUNC-IDX) TO FUNC-GRAU
               MOVE FT-SAIDA     (FUNC-IDX) TO FUNC-SAIDA
               WRITE FUNC-REGISTO
           END-PERFORM.
           CLOSE FICHEIRO-FUNCIONARIOS.

      *________________________________________________________________________*
      * PROCURA-FUNCIONARIO procura NOME-PROCURADO entre os
      * funcion†rios ACTIVOS do quadro de pessoal e devolve o °ndice
      * encontrado em FUNC-ENCONTRADO-IDX, para as recolhas validarem
      * o respondente e preencherem o departamento a partir do quadro.
       PROCURA-FUNCIONARIO.
           MOVE "N" TO SW-FUNC-ENCONTRADO.
           MOVE 0 TO FUNC-ENCONTRADO-IDX.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL (FUNC-IDX > FUNC-TOTAL) OR FUNC-E-ENCONTRADO
               IF (FT-NOME (FUNC-IDX) = NOME-PROCURADO)
                  AND (FT-ACTIVO (FUNC-IDX) = "S") THEN
                   MOVE "S" TO SW-FUNC-ENCONTRADO
                   MOVE FUNC-IDX TO FUNC-ENCONTRADO-IDX
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * PROCURA-FUNCIONARIO-MATRICULA procura MNT-MATRICULA no quadro
      * de pessoal (activo ou nÑo), para a manutenáÑo poder transferir
      * e desactivar funcion†rios pela matr°cula.
       PROCURA-FUNCIONARIO-MATRICULA.
           MOVE "N" TO SW-FUNC-ENCONTRADO.
           MOVE 0 TO FUNC-ENCONTRADO-IDX.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL (FUNC-IDX > FUNC-TOTAL) OR FUNC-E-ENCONTRADO
               IF FT-MATRICULA (FUNC-IDX) = MNT-MATRICULA THEN
                   MOVE "S" TO SW-FUNC-ENCONTRADO
                   MOVE FUNC-IDX TO FUNC-ENCONTRADO-IDX
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * APURA-PERFIL-RESPONDENTE guarda na linha PRF-LINHA das TABLES
      * a faixa de antiguidade e o grau do funcion†rio em
      * FUNC-ENCONTRADO-IDX tal como estÑo no dia da resposta, para
      * uma promo᧵o ou os anos que passam nÑo mudarem resultados j†
      * apurados. Faixas: "1" menos de 1 ano, "2" de 1 a 3, "3" de 3
      * a 5, "4" de 5 a 10, "5" 10 ou mais; "0" sem data de admissÑo.
       APURA-PERFIL-RESPONDENTE.
           MOVE FT-GRAU (FUNC-ENCONTRADO-IDX) TO TB-GRAU (PRF-LINHA).
           MOVE "0" TO TB-ANTIGUIDADE (PRF-LINHA).
           ACCEPT PRF-HOJE FROM DATE YYYYMMDD.
           IF FT-ADMISSAO (FUNC-ENCONTRADO-IDX) > 0 AND
              FT-ADMISSAO (FUNC-ENCONTRADO-IDX) NOT > PRF-HOJE THEN
      * a diferenáa das duas datas AAAAMMDD a dividir por 10000 d† os
      * anos completos.
               COMPUTE PRF-ANOS =
                   (PRF-HOJE - FT-ADMISSAO (FUNC-ENCONTRADO-IDX))
                   / 10000
               IF PRF-ANOS < 1 THEN
                   MOVE "1" TO TB-ANTIGUIDADE (PRF-LINHA)
               ELSE IF PRF-ANOS < 3 THEN
                   MOVE "2" TO TB-ANTIGUIDADE (PRF-LINHA)
               ELSE IF PRF-ANOS < 5 THEN
                   MOVE "3" TO TB-ANTIGUIDADE (PRF-LINHA)
               ELSE IF PRF-ANOS < 10 THEN
                   MOVE "4" TO TB-ANTIGUIDADE (PRF-LINHA)
               ELSE
                   MOVE "5" TO TB-ANTIGUIDADE (PRF-LINHA)
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *________________________________________________________________________*
      * MANUTENCAO-FUNCIONARIOS Ç o ecrÑ de manutenáÑo do quadro de
      * pessoal: lista o quadro e deixa adicionar, transferir de
      * departamento e desactivar funcion†rios, reescrevendo o
      * ficheiro no fim, para os RH nÑo terem de editar ficheiros ·
      * mÑo.
       MANUTENCAO-FUNCIONARIOS.
           MOVE SPACE TO MNT-OPCAO.
           PERFORM UNTIL MNT-OPCAO = "X"
               DISPLAY CLS
               DISPLAY CABECALHO
               DISPLAY "MANUTENÄéO DO QUADRO DE PESSOAL" AT 0701
                   FOREGROUND-COLOR 6 HIGHLIGHT
               PERFORM LISTA-FUNCIONARIOS
               ADD 1 TO LINHA
               DISPLAY "A=Adicionar T=Transferir D=Desactivar X=Sair"
                   AT LINE LINHA COL 01
               ADD 1 TO LINHA
               PERFORM WITH TEST AFTER UNTIL VALIDAR-MNT-OPCAO
                   DISPLAY "OpáÑo: [ ]"    AT LINE LINHA COL 01
                   ACCEPT MNT-OPCAO        AT LINE LINHA COL 09
                   IF (NOT VALIDAR-MNT-OPCAO) THEN
                       DISPLAY "INSIRA: A, T, D ou X"
                           AT LINE LINHA COL 12
                           FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT LINE LINHA COL 12
                   END-IF
               END-PERFORM
               ADD 1 TO LINHA
               EVALUATE MNT-OPCAO
                   WHEN "A" PERFORM ADICIONA-FUNCIONARIO
                   WHEN "T" PERFORM TRANSFERE-FUNCIONARIO
                   WHEN "D" PERFORM DESACTIVA-FUNCIONARIO
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM GRAVA-FICHEIRO-FUNCIONARIOS.

      *________________________________________________________________________*
      * LISTA-FUNCIONARIOS mostra o quadro de pessoal no ecrÑ de
      * manutenáÑo (matr°cula, nome, departamento e estado), paginado
      * como as restantes listagens.
       LISTA-FUNCIONARIOS.
           MOVE 9 TO LINHA.
           MOVE 9 TO LINHA-TOPO-PAGINA.
           IF FUNC-TOTAL = 0 THEN
               DISPLAY "QUADRO DE PESSOAL VAZIO" AT LINE LINHA COL 01
               ADD 1 TO LINHA
           ELSE
               PERFORM VARYING FUNC-IDX FROM 1 BY 1
                       UNTIL FUNC-IDX > FUNC-TOTAL
                   DISPLAY FT-MATRICULA (FUNC-IDX)
                       AT LINE LINHA COL 01
                   DISPLAY FT-NOME (FUNC-IDX)   AT LINE LINHA COL 08
                   DISPLAY FT-DEP (FUNC-IDX)    AT LINE LINHA COL 22
                   IF FT-ACTIVO (FUNC-IDX) = "S" THEN
                       DISPLAY "ACTIVO"         AT LINE LINHA COL 26
                   ELSE
                       DISPLAY "INACTIVO"       AT LINE LINHA COL 26
                   END-IF
                   ADD 1 TO LINHA
                   PERFORM CONTROLA-PAGINACAO
               END-PERFORM
           END-IF.

      *________________________________________________________________________*
      * ADICIONA-FUNCIONARIO acrescenta um funcion†rio activo ao
      * quadro, atribuindo a matr°cula seguinte · maior j† existente.
       ADICIONA-FUNCIONARIO.
           IF FUNC-TOTAL >= 200 THEN
               DISPLAY "QUADRO DE PESSOAL CHEIO" AT LINE LINHA COL 01
                   FOREGROUND-COLOR 4 HIGHLIGHT
               ADD 1 TO LINHA
               DISPLAY "Pressione ENTER para continuar"
                   AT LINE LINHA COL 01
               ACCEPT OMITTED AT LINE LINHA COL 33
           ELSE
               DISPLAY "Nome: "                  AT LINE LINHA COL 01
               ACCEPT MNT-NOME                   AT LINE LINHA COL 07
               ADD 1 TO LINHA
      * as recolhas identificam o respondente pelo nome e ficam com
      * o primeiro activo que encontram: dois activos com o mesmo
      * nome seriam atribu°dos um ao departamento do outro, por isso
      * um nome j† activo no quadro nÑo pode voltar a ser admitido.
               MOVE MNT-NOME TO NOME-PROCURADO
               PERFORM PROCURA-FUNCIONARIO
               IF FUNC-E-ENCONTRADO THEN
                   DISPLAY "NOME J† ACTIVO NO QUADRO - RECUSADO"
                       AT LINE LINHA COL 01
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ADD 1 TO LINHA
                   DISPLAY "Pressione ENTER para continuar"
                       AT LINE LINHA COL 01
                   ACCEPT OMITTED AT LINE LINHA COL 33
               ELSE
               PERFORM WITH TEST AFTER UNTIL VALIDAR-MNT-DEP
                                         AND DEP-E-VALIDO
                   DISPLAY "Departamento: "      AT LINE LINHA COL 01
                   ACCEPT MNT-DEP                 AT LINE LINHA COL 15
                   MOVE MNT-DEP TO DEP-VERIFICA
                   PERFORM VERIFICA-DEP-ACTIVO
                   IF (NOT VALIDAR-MNT-DEP) OR (NOT DEP-E-VALIDO) THEN
                       DISPLAY "DEPARTAMENTO INV†LIDO"
                           AT LINE LINHA COL 18
                           FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT LINE LINHA COL 18
                   END-IF
               END-PERFORM
               PERFORM APURA-PROX-MATRICULA-FUNC
               ADD 1 TO FUNC-TOTAL
               MOVE PROX-MATRICULA-FUNC TO FT-MATRICULA (FUNC-TOTAL)
               MOVE MNT-NOME            TO FT-NOME      (FUNC-TOTAL)
               MOVE MNT-DEP             TO FT-DEP       (FUNC-TOTAL)
               MOVE "S"                 TO FT-ACTIVO    (FUNC-TOTAL)
               MOVE 0                   TO FT-ADMISSAO  (FUNC-TOTAL)
               MOVE SPACES              TO FT-GRAU      (FUNC-TOTAL)
               MOVE 0                   TO FT-SAIDA     (FUNC-TOTAL)
               END-IF
           END-IF.

      *________________________________________________________________________*
      * APURA-PROX-MATRICULA-FUNC deixa em PROX-MATRICULA-FUNC a
      * matr°cula seguinte · maior j† existente no quadro de pessoal,
      * para as admiss§es do ecrÑ e da sincroniza᧵o com a folha.
       APURA-PROX-MATRICULA-FUNC.
           MOVE 0 TO PROX-MATRICULA-FUNC.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               IF FT-MATRICULA (FUNC-IDX) > PROX-MATRICULA-FUNC
                   MOVE FT-MATRICULA (FUNC-IDX)
                       TO PROX-MATRICULA-FUNC
               END-IF
           END-PERFORM.
           ADD 1 TO PROX-MATRICULA-FUNC.

      *________________________________________________________________________*
      * TRANSFERE-FUNCIONARIO muda um funcion†rio de departamento,
      * localizado pela matr°cula.
       TRANSFERE-FUNCIONARIO.
           DISPLAY "Matr°cula: "                  AT LINE LINHA COL 01.
           ACCEPT MNT-MATRICULA                   AT LINE LINHA COL 12.
           PERFORM PROCURA-FUNCIONARIO-MATRICULA.
           IF (NOT FUNC-E-ENCONTRADO) THEN
               DISPLAY "MATRãCULA DESCONHECIDA" AT LINE LINHA COL 19
                   FOREGROUND-COLOR 4 HIGHLIGHT
               ADD 1 TO LINHA
               DISPLAY "Pressione ENTER para continuar"
                   AT LINE LINHA COL 01
               ACCEPT OMITTED AT LINE LINHA COL 33
           ELSE
               ADD 1 TO LINHA
               PERFORM WITH TEST AFTER UNTIL VALIDAR-MNT-DEP
                                         AND DEP-E-VALIDO
                   DISPLAY "Novo departamento: "
                       AT LINE LINHA COL 01
                   ACCEPT MNT-DEP AT LINE LINHA COL 20
                   MOVE MNT-DEP TO DEP-VERIFICA
                   PERFORM VERIFICA-DEP-ACTIVO
                   IF (NOT VALIDAR-MNT-DEP) OR (NOT DEP-E-VALIDO) THEN
                       DISPLAY "DEPARTAMENTO INV†LIDO"
                           AT LINE LINHA COL 23
                           FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT LINE LINHA COL 23
                   END-IF
               END-PERFORM
               MOVE MNT-DEP TO FT-DEP (FUNC-ENCONTRADO-IDX)
           END-IF.

      *________________________________________________________________________*
      * DESACTIVA-FUNCIONARIO marca um funcion†rio como inactivo; as
      * recolhas deixam de o aceitar e a reconcilia᧵o deixa de o
      * contar como resposta esperada.
       DESACTIVA-FUNCIONARIO.
           DISPLAY "Matr°cula: "                  AT LINE LINHA COL 01.
           ACCEPT MNT-MATRICULA                   AT LINE LINHA COL 12.
           PERFORM PROCURA-FUNCIONARIO-MATRICULA.
           IF (NOT FUNC-E-ENCONTRADO) THEN
               DISPLAY "MATRãCULA DESCONHECIDA" AT LINE LINHA COL 19
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               MOVE "N" TO FT-ACTIVO (FUNC-ENCONTRADO-IDX)
               ACCEPT FT-SAIDA (FUNC-ENCONTRADO-IDX)
                   FROM DATE YYYYMMDD
               DISPLAY "FUNCIONÜRIO DESACTIVADO" AT LINE LINHA COL 19
           END-IF.
           ADD 1 TO LINHA.
           DISPLAY "Pressione ENTER para continuar"
               AT LINE LINHA COL 01.
           ACCEPT OMITTED AT LINE LINHA COL 33.

      *________________________________________________________________________*
      * SINCRONIZA-FUNCIONARIOS (op᧵o 16) carrega o extracto mensal
      * da folha de pagamento e p¶e o quadro de pessoal de acordo com
      * ele: admiss§es, readmiss§es, transferÉncias de departamento e
      * desactiva᧵o de quem saiu. Tudo o que muda (e tudo o que nÑo
      * casa) sai no relat¢rio de discrepÉncias SINCRONIZACAO.PRN,
      * para a reconcilia᧵o e os alertas de cobertura apurarem o
      * esperado contra a verdade da folha.
       SINCRONIZA-FUNCIONARIOS.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "SINCRONIZAÄéO COM A FOLHA DE PAGAMENTO" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           PERFORM SINCRONIZA-FUNCIONARIOS-CORPO.
           IF (NOT EXTRACTO-FOI-LIDO) THEN
               DISPLAY "SEM FICHEIRO DE EXTRACTO (EXTRACTO.DAT)"
                   AT 0901 FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               DISPLAY "Admitidos:     " AT 0901
               DISPLAY CONTADOR-ADMITIDOS AT 0916
               DISPLAY "Readmitidos:   " AT 1001
               DISPLAY CONTADOR-READMITIDOS AT 1016
               DISPLAY "Transferidos:  " AT 1101
               DISPLAY CONTADOR-TRANSFERIDOS AT 1116
               DISPLAY "Desactivados:  " AT 1201
               DISPLAY CONTADOR-DESACTIVADOS AT 1216
               DISPLAY "Rejeitados:    " AT 1301
               DISPLAY CONTADOR-EXT-REJEITADOS AT 1316
               DISPLAY "Grau alterado: " AT 1401
               DISPLAY CONTADOR-GRAU-ALTERADO AT 1416
               DISPLAY "Inq. devidos:  " AT 1501
               DISPLAY CONTADOR-DEVIDOS-ACOL AT 1516
               DISPLAY "acolhimento" AT 1520
               DISPLAY CONTADOR-DEVIDOS-SAIDA AT 1532
               DISPLAY "sa°da" AT 1536
               DISPLAY "RELAT¢RIO EM SINCRONIZACAO.PRN" AT 1601
           END-IF.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 1701.
           ACCEPT OMITTED AT 1737.

      *________________________________________________________________________*
      * BATCH-SINCRONIZA executa a sincroniza᧵o com a folha no modo
      * nÑo assistido (passo F) e regista os totais no log.
       BATCH-SINCRONIZA.
           PERFORM SINCRONIZA-FUNCIONARIOS-CORPO.
           IF (NOT EXTRACTO-FOI-LIDO) THEN
               MOVE "SINCRONIZACAO: SEM FICHEIRO DE EXTRACTO"
                   TO LINHA-AUX
               PERFORM ESCREVE-LOG
               IF CODIGO-RETORNO < 4 THEN
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           ELSE
               MOVE SPACES TO LINHA-AUX
               STRING "SINCRONIZACAO: "       DELIMITED BY SIZE
                      CONTADOR-ADMITIDOS      DELIMITED BY SIZE
                      " ADM "                 DELIMITED BY SIZE
                      CONTADOR-READMITIDOS    DELIMITED BY SIZE
                      " READM "               DELIMITED BY SIZE
                      CONTADOR-TRANSFERIDOS   DELIMITED BY SIZE
                      " TRANSF "              DELIMITED BY SIZE
                      CONTADOR-DESACTIVADOS   DELIMITED BY SIZE
                      " DESACT "              DELIMITED BY SIZE
                      CONTADOR-EXT-REJEITADOS DELIMITED BY SIZE
                      " REJ "                 DELIMITED BY SIZE
                      CONTADOR-GRAU-ALTERADO  DELIMITED BY SIZE
                      " GRAU"                 DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-LOG
               MOVE SPACES TO LINHA-AUX
               STRING "SINCRONIZACAO: INQUERITOS DEVIDOS "
                                              DELIMITED BY SIZE
                      CONTADOR-DEVIDOS-ACOL   DELIMITED BY SIZE
                      " ACOLHIMENTO "         DELIMITED BY SIZE
                      CONTADOR-DEVIDOS-SAIDA  DELIMITED BY SIZE
                      " SAIDA"                DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-LOG
               IF CONTADOR-EXT-REJEITADOS > 0 AND
                  CODIGO-RETORNO < 4 THEN
                   MOVE 4 TO CODIGO-RETORNO
               END-IF
           END-IF.

      *________________________________________________________________________*
      * SINCRONIZA-FUNCIONARIOS-CORPO faz a sincroniza᧵o propriamente
      * dita: lÉ o extracto, aplica as diferenáas ao quadro em
      * FUNC-TABLE, desactiva os activos que j† nÑo vÉm na folha
      * (com a data de hoje como data de sa°da), lista os inquÇritos
      * de acolhimento e de sa°da devidos, reescreve FUNCIONARIOS.DAT
      * e fecha o relat¢rio de discrepÉncias.
       SINCRONIZA-FUNCIONARIOS-CORPO.
           MOVE "N" TO SW-EXTRACTO-LIDO.
           MOVE 0 TO CONTADOR-DEVIDOS-ACOL.
           MOVE 0 TO CONTADOR-DEVIDOS-SAIDA.
           ACCEPT EVT-HOJE FROM DATE YYYYMMDD.
           MOVE 0 TO CONTADOR-ADMITIDOS.
           MOVE 0 TO CONTADOR-READMITIDOS.
           MOVE 0 TO CONTADOR-TRANSFERIDOS.
           MOVE 0 TO CONTADOR-DESACTIVADOS.
           MOVE 0 TO CONTADOR-EXT-REJEITADOS.
           MOVE 0 TO CONTADOR-GRAU-ALTERADO.
           OPEN INPUT FICHEIRO-EXTRACTO.
           IF FS-EXTRACTO NOT = "00" THEN
               CONTINUE
           ELSE
               MOVE "S" TO SW-EXTRACTO-LIDO
               OPEN OUTPUT FICHEIRO-SINCRONIZACAO
               MOVE "------------------------------------------------"
                   TO LINHA-SINCRO
               WRITE LINHA-SINCRO
               MOVE "Ind£stria do Porco, S.A." TO LINHA-SINCRO
               WRITE LINHA-SINCRO
               MOVE "SINCRONIZACAO DO QUADRO COM A FOLHA"
                   TO LINHA-SINCRO
               WRITE LINHA-SINCRO
               MOVE "------------------------------------------------"
                   TO LINHA-SINCRO
               WRITE LINHA-SINCRO
               PERFORM VARYING FUNC-IDX FROM 1 BY 1
                       UNTIL FUNC-IDX > 200
                   MOVE "N" TO FV-VISTO (FUNC-IDX)
               END-PERFORM
               READ FICHEIRO-EXTRACTO
                   AT END MOVE "10" TO FS-EXTRACTO
               END-READ
               PERFORM UNTIL FS-EXTRACTO = "10"
                   PERFORM SINCRONIZA-TRATA-EXTRACTO
                   READ FICHEIRO-EXTRACTO
                       AT END MOVE "10" TO FS-EXTRACTO
                   END-READ
               END-PERFORM
      * quem continua activo no quadro mas j† nÑo veio na folha
      * saiu da empresa: desactiva-se, como na op᧵o 10.
               PERFORM VARYING FUNC-IDX FROM 1 BY 1
                       UNTIL FUNC-IDX > FUNC-TOTAL
                   IF FT-ACTIVO (FUNC-IDX) = "S" AND
                      FV-VISTO (FUNC-IDX) = "N" THEN
                       MOVE "N" TO FT-ACTIVO (FUNC-IDX)
                       MOVE EVT-HOJE TO FT-SAIDA (FUNC-IDX)
                       ADD 1 TO CONTADOR-DESACTIVADOS
                       MOVE SPACES TO LINHA-AUX
                       STRING "DESACTIVADO  "      DELIMITED BY SIZE
                              FT-NOME (FUNC-IDX)   DELIMITED BY SIZE
                              "  DEP "             DELIMITED BY SIZE
                              FT-DEP (FUNC-IDX)    DELIMITED BY SIZE
                              " (AUSENTE DA FOLHA)" DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-SINCRONIZACAO
                   END-IF
               END-PERFORM
               PERFORM LISTA-INQUERITOS-DEVIDOS
               MOVE SPACES TO LINHA-AUX
               STRING "TOTAIS: "               DELIMITED BY SIZE
                      CONTADOR-ADMITIDOS       DELIMITED BY SIZE
                      " ADM "                  DELIMITED BY SIZE
                      CONTADOR-READMITIDOS     DELIMITED BY SIZE
                      " READM "                DELIMITED BY SIZE
                      CONTADOR-TRANSFERIDOS    DELIMITED BY SIZE
                      " TRANSF "               DELIMITED BY SIZE
                      CONTADOR-DESACTIVADOS    DELIMITED BY SIZE
                      " DESACT "               DELIMITED BY SIZE
                      CONTADOR-EXT-REJEITADOS  DELIMITED BY SIZE
                      " REJ "                  DELIMITED BY SIZE
                      CONTADOR-GRAU-ALTERADO   DELIMITED BY SIZE
                      " GRAU"                  DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-SINCRONIZACAO
               CLOSE FICHEIRO-SINCRONIZACAO
               CLOSE FICHEIRO-EXTRACTO
               PERFORM GRAVA-FICHEIRO-FUNCIONARIOS
           END-IF.

      *________________________________________________________________________*
      * LISTA-INQUERITOS-DEVIDOS acrescenta ao relat¢rio da
      * sincroniza᧵o quem deve responder agora a um inquÇrito de
      * acolhimento (activos que j† fizeram DIAS-ACOLHIMENTO dias de
      * casa) ou de sa°da (inactivos com data de sa°da), enquanto o
      * per°odo do trimestre desse dia ainda recolhe (atÇ
      * JANELA-EVENTO dias depois do fim do trimestre) e a pessoa
      * ainda nÑo respondeu a esse per°odo. Cada linha leva o c¢digo
      * do per°odo (AAAAAT ou AAAAST) a usar na recolha.
       LISTA-INQUERITOS-DEVIDOS.
           PERFORM CARREGA-RESPOSTAS-EVENTO.
           MOVE EVT-HOJE TO DTA-DATA.
           PERFORM DATA-PARA-DIAS.
           MOVE DTA-DIAS TO EVT-HOJE-DIAS.
           MOVE SPACES TO LINHA-AUX.
           PERFORM ESCREVE-SINCRONIZACAO.
           MOVE "INQUERITOS DEVIDOS (ACOLHIMENTO / SAIDA)" TO LINHA-AUX.
           PERFORM ESCREVE-SINCRONIZACAO.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               MOVE "N" TO SW-DEVIDO
               IF FT-ACTIVO (FUNC-IDX) = "S" AND
                  FT-ADMISSAO (FUNC-IDX) > 0 THEN
                   MOVE FT-ADMISSAO (FUNC-IDX) TO DTA-DATA
                   PERFORM DATA-PARA-DIAS
                   ADD DIAS-ACOLHIMENTO TO DTA-DIAS
                   PERFORM DIAS-PARA-DATA
                   MOVE "A" TO EVT-LETRA
                   PERFORM VERIFICA-INQUERITO-DEVIDO
                   IF INQUERITO-E-DEVIDO THEN
                       ADD 1 TO CONTADOR-DEVIDOS-ACOL
                       MOVE "ACOLHIMENTO  " TO DEV-TIPO-TEXTO
                   END-IF
               ELSE IF FT-ACTIVO (FUNC-IDX) = "N" AND
                  FT-SAIDA (FUNC-IDX) > 0 THEN
                   MOVE FT-SAIDA (FUNC-IDX) TO DTA-DATA
                   MOVE "S" TO EVT-LETRA
                   PERFORM VERIFICA-INQUERITO-DEVIDO
                   IF INQUERITO-E-DEVIDO THEN
                       ADD 1 TO CONTADOR-DEVIDOS-SAIDA
                       MOVE "SAIDA        " TO DEV-TIPO-TEXTO
                   END-IF
               END-IF
               END-IF
               IF INQUERITO-E-DEVIDO THEN
                   MOVE DEV-DATA TO DEV-DATA-SAIDA
                   MOVE SPACES TO LINHA-AUX
                   STRING DEV-TIPO-TEXTO     DELIMITED BY SIZE
                          FT-NOME (FUNC-IDX) DELIMITED BY SIZE
                          "  DEP "           DELIMITED BY SIZE
                          FT-DEP (FUNC-IDX)  DELIMITED BY SIZE
                          " DESDE "          DELIMITED BY SIZE
                          DEV-DATA-SAIDA     DELIMITED BY SIZE
                          " PERIODO "        DELIMITED BY SIZE
                          DEV-PERIODO        DELIMITED BY SIZE
                          INTO LINHA-AUX
                   PERFORM ESCREVE-SINCRONIZACAO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-AUX.
           STRING "DEVIDOS: "              DELIMITED BY SIZE
                  CONTADOR-DEVIDOS-ACOL    DELIMITED BY SIZE
                  " ACOLHIMENTO "          DELIMITED BY SIZE
                  CONTADOR-DEVIDOS-SAIDA   DELIMITED BY SIZE
                  " SAIDA"                 DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-SINCRONIZACAO.
           MOVE SPACES TO LINHA-AUX.
           PERFORM ESCREVE-SINCRONIZACAO.

      *________________________________________________________________________*
      * VERIFICA-INQUERITO-DEVIDO diz em SW-DEVIDO se o funcion†rio
      * FUNC-IDX deve o inquÇrito de tipo EVT-LETRA pelo evento
      * (90 dias de casa ou sa°da) da data DTA-DATA; devolve em
      * DEV-PERIODO o c¢digo do per°odo e em DEV-DATA a data do
      * evento. EVT-HOJE e EVT-HOJE-DIAS tÉm de estar apurados.
       VERIFICA-INQUERITO-DEVIDO.
           MOVE "N" TO SW-DEVIDO.
           MOVE DTA-DATA TO DEV-DATA.
           MOVE DTA-ANO TO EVT-ANO-N.
           COMPUTE EVT-TRIMESTRE = (DTA-MES + 2) / 3.
           MOVE EVT-TRIMESTRE TO EVT-NUMERO-N.
           MOVE EVT-PERIODO TO DEV-PERIODO.
           IF DEV-DATA NOT > EVT-HOJE THEN
               COMPUTE DTA-MES = EVT-TRIMESTRE * 3 + 1
               MOVE 1 TO DTA-DIA
               IF DTA-MES > 12 THEN
                   MOVE 1 TO DTA-MES
                   ADD 1 TO DTA-ANO
               END-IF
               PERFORM DATA-PARA-DIAS
               COMPUTE DEV-DIAS = DTA-DIAS - 1 + JANELA-EVENTO
               IF EVT-HOJE-DIAS NOT > DEV-DIAS THEN
                   MOVE "S" TO SW-DEVIDO
                   PERFORM VARYING EVR-IDX FROM 1 BY 1
                           UNTIL EVR-IDX > EVR-TOTAL
                       IF EVR-NOME (EVR-IDX) = FT-NOME (FUNC-IDX) AND
                          EVR-PERIODO (EVR-IDX) = DEV-PERIODO THEN
                           MOVE "N" TO SW-DEVIDO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *________________________________________________________________________*
      * CARREGA-RESPOSTAS-EVENTO guarda em EVR-TABLE o nome e o
      * per°odo de cada resposta a um inquÇrito de acolhimento ou de
      * sa°da ainda no ficheiro de respostas, para a lista de
      * devidos nÑo pedir duas vezes a mesma resposta.
       CARREGA-RESPOSTAS-EVENTO.
           MOVE 0 TO EVR-TOTAL.
           OPEN INPUT FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS = "00" THEN
               READ FICHEIRO-RESPOSTAS NEXT RECORD
                   AT END MOVE "10" TO FS-RESPOSTAS
               END-READ
               PERFORM UNTIL FS-RESPOSTAS NOT = "00"
                   IF (FR-TIPO = "A" OR FR-TIPO = "S") AND
                      EVR-TOTAL < 300 THEN
                       ADD 1 TO EVR-TOTAL
                       MOVE FR-NOME    TO EVR-NOME    (EVR-TOTAL)
                       MOVE FR-PERIODO TO EVR-PERIODO (EVR-TOTAL)
                   END-IF
                   READ FICHEIRO-RESPOSTAS NEXT RECORD
                       AT END MOVE "10" TO FS-RESPOSTAS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
           END-IF.

      *________________________________________________________________________*
      * SINCRONIZA-TRATA-EXTRACTO aplica um registo do extracto ao
      * quadro: admite, readmite ou transfere, ou rejeita-o para o
      * relat¢rio quando nÑo casa (departamento fora do quadro ou
      * quadro cheio).
       SINCRONIZA-TRATA-EXTRACTO.
           MOVE EXT-DEP TO DEP-VERIFICA.
           PERFORM VERIFICA-DEP-ACTIVO.
           IF (NOT DEP-E-VALIDO) THEN
               ADD 1 TO CONTADOR-EXT-REJEITADOS
               MOVE SPACES TO LINHA-AUX
               STRING "REJEITADO    "      DELIMITED BY SIZE
                      EXT-NOME             DELIMITED BY SIZE
                      "  DEP "             DELIMITED BY SIZE
                      EXT-DEP              DELIMITED BY SIZE
                      " INVALIDO"          DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-SINCRONIZACAO
           ELSE
               MOVE EXT-NOME TO NOME-PROCURADO
               PERFORM PROCURA-FUNCIONARIO-QUALQUER
               IF FUNC-E-ENCONTRADO THEN
                   MOVE "S" TO FV-VISTO (FUNC-ENCONTRADO-IDX)
                   IF FT-ACTIVO (FUNC-ENCONTRADO-IDX) = "N" THEN
                       MOVE "S" TO FT-ACTIVO (FUNC-ENCONTRADO-IDX)
                       MOVE 0   TO FT-SAIDA  (FUNC-ENCONTRADO-IDX)
                       ADD 1 TO CONTADOR-READMITIDOS
                       MOVE SPACES TO LINHA-AUX
                       STRING "READMITIDO   " DELIMITED BY SIZE
                              EXT-NOME        DELIMITED BY SIZE
                              "  DEP "        DELIMITED BY SIZE
                              EXT-DEP         DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-SINCRONIZACAO
                   END-IF
                   IF FT-DEP (FUNC-ENCONTRADO-IDX) NOT = EXT-DEP THEN
                       ADD 1 TO CONTADOR-TRANSFERIDOS
                       MOVE SPACES TO LINHA-AUX
                       STRING "TRANSFERIDO  " DELIMITED BY SIZE
                              EXT-NOME        DELIMITED BY SIZE
                              "  DE "         DELIMITED BY SIZE
                              FT-DEP (FUNC-ENCONTRADO-IDX)
                                              DELIMITED BY SIZE
                              " PARA "        DELIMITED BY SIZE
                              EXT-DEP         DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-SINCRONIZACAO
                       MOVE EXT-DEP TO FT-DEP (FUNC-ENCONTRADO-IDX)
                   END-IF
                   PERFORM SINCRONIZA-ADMISSAO-GRAU
               ELSE
                   IF FUNC-TOTAL >= 200 THEN
                       ADD 1 TO CONTADOR-EXT-REJEITADOS
                       MOVE SPACES TO LINHA-AUX
                       STRING "REJEITADO    " DELIMITED BY SIZE
                              EXT-NOME        DELIMITED BY SIZE
                              "  QUADRO CHEIO" DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-SINCRONIZACAO
                   ELSE
                       PERFORM APURA-PROX-MATRICULA-FUNC
                       ADD 1 TO FUNC-TOTAL
                       MOVE PROX-MATRICULA-FUNC
                           TO FT-MATRICULA (FUNC-TOTAL)
                       MOVE EXT-NOME TO FT-NOME   (FUNC-TOTAL)
                       MOVE EXT-DEP  TO FT-DEP    (FUNC-TOTAL)
                       MOVE "S"      TO FT-ACTIVO (FUNC-TOTAL)
                       MOVE "S"      TO FV-VISTO  (FUNC-TOTAL)
                       MOVE 0        TO FT-ADMISSAO (FUNC-TOTAL)
                       MOVE SPACES   TO FT-GRAU     (FUNC-TOTAL)
                       MOVE 0        TO FT-SAIDA    (FUNC-TOTAL)
                       MOVE FUNC-TOTAL TO FUNC-ENCONTRADO-IDX
                       PERFORM SINCRONIZA-ADMISSAO-GRAU
                       ADD 1 TO CONTADOR-ADMITIDOS
                       MOVE SPACES TO LINHA-AUX
                       STRING "ADMITIDO     " DELIMITED BY SIZE
                              EXT-NOME        DELIMITED BY SIZE
                              "  DEP "        DELIMITED BY SIZE
                              EXT-DEP         DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-SINCRONIZACAO
                   END-IF
               END-IF
           END-IF.

      *________________________________________________________________________*
      * SINCRONIZA-ADMISSAO-GRAU acerta no funcion†rio em
      * FUNC-ENCONTRADO-IDX a data de admissÑo e o grau que a folha
      * traz. Um campo que a folha traga em branco (extracto antigo)
      * nÑo apaga o que o quadro j† tem; a mudanáa de grau de quem j†
      * o tinha vai para o relat¢rio, como as transferÉncias.
       SINCRONIZA-ADMISSAO-GRAU.
           IF EXT-ADMISSAO IS NUMERIC AND EXT-ADMISSAO NOT = ZEROS
               MOVE EXT-ADMISSAO TO FT-ADMISSAO (FUNC-ENCONTRADO-IDX)
           END-IF.
           IF EXT-GRAU NOT = SPACES AND
              EXT-GRAU NOT = FT-GRAU (FUNC-ENCONTRADO-IDX) THEN
               IF FT-GRAU (FUNC-ENCONTRADO-IDX) NOT = SPACES THEN
                   ADD 1 TO CONTADOR-GRAU-ALTERADO
                   MOVE SPACES TO LINHA-AUX
                   STRING "GRAU ALTERADO " DELIMITED BY SIZE
                          EXT-NOME         DELIMITED BY SIZE
                          "  DE "          DELIMITED BY SIZE
                          FT-GRAU (FUNC-ENCONTRADO-IDX)
                                           DELIMITED BY SIZE
                          " PARA "         DELIMITED BY SIZE
                          EXT-GRAU         DELIMITED BY SIZE
                          INTO LINHA-AUX
                   PERFORM ESCREVE-SINCRONIZACAO
               END-IF
               MOVE EXT-GRAU TO FT-GRAU (FUNC-ENCONTRADO-IDX)
           END-IF.

      *________________________________________________________________________*
      * PROCURA-FUNCIONARIO-QUALQUER procura NOME-PROCURADO no quadro
      * de pessoal em qualquer estado (activo ou nÑo), para a
      * sincroniza᧵o distinguir uma readmissÑo de uma admissÑo.
       PROCURA-FUNCIONARIO-QUALQUER.
           MOVE "N" TO SW-FUNC-ENCONTRADO.
           MOVE 0 TO FUNC-ENCONTRADO-IDX.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL (FUNC-IDX > FUNC-TOTAL) OR FUNC-E-ENCONTRADO
               IF FT-NOME (FUNC-IDX) = NOME-PROCURADO THEN
                   MOVE "S" TO SW-FUNC-ENCONTRADO
                   MOVE FUNC-IDX TO FUNC-ENCONTRADO-IDX
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * ESCREVE-SINCRONIZACAO acrescenta LINHA-AUX ao relat¢rio de
      * discrepÉncias da sincroniza᧵o e limpa-a para a seguinte.
       ESCREVE-SINCRONIZACAO.
           MOVE LINHA-AUX TO LINHA-SINCRO.
           WRITE LINHA-SINCRO.
           MOVE SPACES TO LINHA-AUX.

      *________________________________________________________________________*
      * MANUTENCAO-DEPARTAMENTOS (op᧵o 15) Ç o ecrÑ de manutenáÑo do
      * quadro de departamentos: lista o quadro e deixa adicionar,
      * renomear, desactivar e reactivar departamentos, reescrevendo
      * o ficheiro no fim. Uma reorganiza᧵o passa a ser feita aqui,
      * sem mexer no programa.
       MANUTENCAO-DEPARTAMENTOS.
           MOVE SPACE TO DMN-OPCAO.
           PERFORM UNTIL DMN-OPCAO = "X"
               DISPLAY CLS
               DISPLAY CABECALHO
               DISPLAY "MANUTENÄéO DOS DEPARTAMENTOS" AT 0701
                   FOREGROUND-COLOR 6 HIGHLIGHT
               PERFORM LISTA-DEPARTAMENTOS
               ADD 1 TO LINHA
               DISPLAY "A=Adicionar N=Renomear D=Desactivar"
                   AT LINE LINHA COL 01
               DISPLAY "R=Reactivar G=Direc᧵o X=Sair"
                   AT LINE LINHA COL 38
               ADD 1 TO LINHA
               PERFORM WITH TEST AFTER UNTIL VALIDAR-DMN-OPCAO
                   DISPLAY "OpáÑo: [ ]"    AT LINE LINHA COL 01
                   ACCEPT DMN-OPCAO        AT LINE LINHA COL 09
                   IF (NOT VALIDAR-DMN-OPCAO) THEN
                       DISPLAY "INSIRA: A, N, D, R, G ou X"
                           AT LINE LINHA COL 12
                           FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT LINE LINHA COL 12
                   END-IF
               END-PERFORM
               ADD 1 TO LINHA
               EVALUATE DMN-OPCAO
                   WHEN "A" PERFORM ADICIONA-DEPARTAMENTO
                   WHEN "N" PERFORM RENOMEIA-DEPARTAMENTO
                   WHEN "D" PERFORM DESACTIVA-DEPARTAMENTO
                   WHEN "R" PERFORM REACTIVA-DEPARTAMENTO
                   WHEN "G" PERFORM MUDA-DIRECCAO-DEPARTAMENTO
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM GRAVA-FICHEIRO-DEPARTAMENTOS.
           PERFORM MONTA-RODAPE-DEPARTAMENTOS.

      *________________________________________________________________________*
      * LISTA-DEPARTAMENTOS mostra o quadro de departamentos no ecrÑ
      * de manutenáÑo (c¢digo, nome, estado e direc᧵o), p†gina a
      * p†gina.
       LISTA-DEPARTAMENTOS.
           MOVE 9 TO LINHA.
           MOVE 9 TO LINHA-TOPO-PAGINA.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" THEN
                   PERFORM PAGINA-MANUTENCAO
                   MOVE DEP-IDX TO DEP-DIGITO
                   DISPLAY DEP-DIGITO           AT LINE LINHA COL 01
                   DISPLAY DP-NOME (DEP-IDX)    AT LINE LINHA COL 05
                   IF DP-ACTIVO (DEP-IDX) = "S" THEN
                       DISPLAY "ACTIVO"         AT LINE LINHA COL 25
                   ELSE
                       DISPLAY "INACTIVO"       AT LINE LINHA COL 25
                   END-IF
                   MOVE DP-DIRECCAO (DEP-IDX) TO DIR-IDX
                   PERFORM OBTEM-NOME-DIRECCAO
                   DISPLAY "DIR."               AT LINE LINHA COL 35
                   DISPLAY DIR-IDX              AT LINE LINHA COL 40
                   DISPLAY DIR-NOME-SAIDA       AT LINE LINHA COL 43
                   ADD 1 TO LINHA
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * PAGINA-MANUTENCAO muda de p†gina nas listas dos ecrÑs de
      * manutenáÑo do quadro, deixando sempre livres as linhas de
      * baixo para as opá§es e os pedidos.
       PAGINA-MANUTENCAO.
           IF LINHA > 17 THEN
               DISPLAY "Mais registos - ENTER p/ continuar"
                                               AT LINE 23 COL 01
               ACCEPT OMITTED                  AT LINE 23 COL 47
               DISPLAY CLS
               DISPLAY CABECALHO
               MOVE LINHA-TOPO-PAGINA TO LINHA
           END-IF.

      *________________________________________________________________________*
      * ADICIONA-DEPARTAMENTO acrescenta um departamento activo ao
      * quadro, num c¢digo de 1 a 99 ainda livre, dentro de uma
      * direc᧵o activa. O c¢digo Ç escolhido por RH (e nÑo
      * atribu°do) porque fica gravado em todos os traáados de
      * ficheiro e nas folhas dactilografadas.
       ADICIONA-DEPARTAMENTO.
           DISPLAY "C¢digo (1-99): "            AT LINE LINHA COL 01.
           ACCEPT DMN-CODIGO                    AT LINE LINHA COL 16.
           IF DMN-CODIGO < 1 OR DMN-CODIGO > DEP-MAX THEN
               DISPLAY "C¢DIGO INV†LIDO"        AT LINE LINHA COL 20
                   FOREGROUND-COLOR 4 HIGHLIGHT
               PERFORM PAUSA-MANUTENCAO-DEP
           ELSE
               IF DP-EXISTE (DMN-CODIGO) = "S" THEN
                   DISPLAY "C¢DIGO J† OCUPADO"  AT LINE LINHA COL 20
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   PERFORM PAUSA-MANUTENCAO-DEP
               ELSE
                   ADD 1 TO LINHA
                   DISPLAY "Nome: "             AT LINE LINHA COL 01
                   ACCEPT DMN-NOME              AT LINE LINHA COL 07
                   ADD 1 TO LINHA
                   DISPLAY "Direc᧵o: "          AT LINE LINHA COL 01
                   ACCEPT DMN-DIRECCAO          AT LINE LINHA COL 11
                   MOVE DMN-DIRECCAO TO DIR-VERIFICA
                   PERFORM VERIFICA-DIR-ACTIVA
                   IF (NOT DIR-E-VALIDA) THEN
                       DISPLAY "DIRECÄéO INV†LIDA"
                           AT LINE LINHA COL 15
                           FOREGROUND-COLOR 4 HIGHLIGHT
                       PERFORM PAUSA-MANUTENCAO-DEP
                   ELSE
                       MOVE DMN-NOME TO DP-NOME   (DMN-CODIGO)
                       MOVE "S"      TO DP-ACTIVO (DMN-CODIGO)
                       MOVE "S"      TO DP-EXISTE (DMN-CODIGO)
                       MOVE DMN-DIRECCAO TO DP-DIRECCAO (DMN-CODIGO)
                   END-IF
               END-IF
           END-IF.

      *________________________________________________________________________*
      * RENOMEIA-DEPARTAMENTO substitui o nome de um departamento do
      * quadro, mantendo o c¢digo (os dados hist¢ricos s¢ guardam o
      * c¢digo, pelo que seguem o nome novo).
       RENOMEIA-DEPARTAMENTO.
           DISPLAY "C¢digo: "                   AT LINE LINHA COL 01.
           ACCEPT DMN-CODIGO                    AT LINE LINHA COL 09.
           MOVE DMN-CODIGO TO DEP-VERIFICA.
           PERFORM VERIFICA-DEP-EXISTE.
           IF (NOT DEP-EXISTE-NO-QUADRO) THEN
               DISPLAY "C¢DIGO DESCONHECIDO"    AT LINE LINHA COL 12
                   FOREGROUND-COLOR 4 HIGHLIGHT
               PERFORM PAUSA-MANUTENCAO-DEP
           ELSE
               ADD 1 TO LINHA
               DISPLAY "Novo nome: "            AT LINE LINHA COL 01
               ACCEPT DMN-NOME                  AT LINE LINHA COL 12
               MOVE DMN-NOME TO DP-NOME (DMN-CODIGO)
           END-IF.

      *________________________________________________________________________*
      * DESACTIVA-DEPARTAMENTO marca um departamento como inactivo:
      * deixa de aceitar respostas e funcion†rios, mas nÑo sai do
      * quadro, porque os per°odos antigos continuam a apontar para
      * o seu c¢digo.
       DESACTIVA-DEPARTAMENTO.
           DISPLAY "C¢digo: "                   AT LINE LINHA COL 01.
           ACCEPT DMN-CODIGO                    AT LINE LINHA COL 09.
           MOVE DMN-CODIGO TO DEP-VERIFICA.
           PERFORM VERIFICA-DEP-EXISTE.
           IF (NOT DEP-EXISTE-NO-QUADRO) THEN
               DISPLAY "C¢DIGO DESCONHECIDO"    AT LINE LINHA COL 12
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               MOVE "N" TO DP-ACTIVO (DMN-CODIGO)
               DISPLAY "DEPARTAMENTO DESACTIVADO"
                   AT LINE LINHA COL 12
           END-IF.
           PERFORM PAUSA-MANUTENCAO-DEP.

      *________________________________________________________________________*
      * REACTIVA-DEPARTAMENTO volta a p¶r activo um departamento
      * desactivado por engano ou reposto numa reorganiza᧵o.
       REACTIVA-DEPARTAMENTO.
           DISPLAY "C¢digo: "                   AT LINE LINHA COL 01.
           ACCEPT DMN-CODIGO                    AT LINE LINHA COL 09.
           MOVE DMN-CODIGO TO DEP-VERIFICA.
           PERFORM VERIFICA-DEP-EXISTE.
           IF (NOT DEP-EXISTE-NO-QUADRO) THEN
               DISPLAY "C¢DIGO DESCONHECIDO"    AT LINE LINHA COL 12
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               MOVE "S" TO DP-ACTIVO (DMN-CODIGO)
               DISPLAY "DEPARTAMENTO REACTIVADO"
                   AT LINE LINHA COL 12
           END-IF.
           PERFORM PAUSA-MANUTENCAO-DEP.

      *________________________________________________________________________*
      * MUDA-DIRECCAO-DEPARTAMENTO passa um departamento para outra
      * direc᧵o activa. Os per°odos j† gravados no historial mantÇm
      * a direc᧵o do momento em que foram apurados.
       MUDA-DIRECCAO-DEPARTAMENTO.
           DISPLAY "C¢digo: "                   AT LINE LINHA COL 01.
           ACCEPT DMN-CODIGO                    AT LINE LINHA COL 09.
           MOVE DMN-CODIGO TO DEP-VERIFICA.
           PERFORM VERIFICA-DEP-EXISTE.
           IF (NOT DEP-EXISTE-NO-QUADRO) THEN
               DISPLAY "C¢DIGO DESCONHECIDO"    AT LINE LINHA COL 12
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               ADD 1 TO LINHA
               DISPLAY "Nova direc᧵o: "         AT LINE LINHA COL 01
               ACCEPT DMN-DIRECCAO              AT LINE LINHA COL 16
               MOVE DMN-DIRECCAO TO DIR-VERIFICA
               PERFORM VERIFICA-DIR-ACTIVA
               IF (NOT DIR-E-VALIDA) THEN
                   DISPLAY "DIRECÄéO INV†LIDA"  AT LINE LINHA COL 20
                       FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   MOVE DMN-DIRECCAO TO DP-DIRECCAO (DMN-CODIGO)
                   DISPLAY "DIRECÄéO ALTERADA"  AT LINE LINHA COL 20
               END-IF
           END-IF.
           PERFORM PAUSA-MANUTENCAO-DEP.

      *________________________________________________________________________*
      * PAUSA-MANUTENCAO-DEP Ç a pausa comum do ecrÑ de manutenáÑo
      * dos departamentos.
       PAUSA-MANUTENCAO-DEP.
           ADD 1 TO LINHA.
           DISPLAY "Pressione ENTER para continuar"
               AT LINE LINHA COL 01.
           ACCEPT OMITTED AT LINE LINHA COL 33.

      *________________________________________________________________________*
      * MANUTENCAO-DIRECCOES (op᧵o 26) mantÇm o quadro de direcá§es,
      * o n°vel acima dos departamentos nas mÇdias, nos relat¢rios e
      * nos alertas: adicionar, renomear, desactivar e reactivar. A
      * pertenáa de cada departamento muda-se na op᧵o 15 (G).
       MANUTENCAO-DIRECCOES.
           MOVE SPACE TO DRM-OPCAO.
           PERFORM UNTIL DRM-OPCAO = "X"
               DISPLAY CLS
               DISPLAY CABECALHO
               DISPLAY "MANUTENÄéO DAS DIRECÄ§ES" AT 0701
                   FOREGROUND-COLOR 6 HIGHLIGHT
               PERFORM LISTA-DIRECCOES
               ADD 1 TO LINHA
               DISPLAY "A=Adicionar N=Renomear D=Desactivar"
                   AT LINE LINHA COL 01
               DISPLAY "R=Reactivar X=Sair" AT LINE LINHA COL 38
               ADD 1 TO LINHA
               PERFORM WITH TEST AFTER UNTIL VALIDAR-DRM-OPCAO
                   DISPLAY "OpáÑo: [ ]"    AT LINE LINHA COL 01
                   ACCEPT DRM-OPCAO        AT LINE LINHA COL 09
                   IF (NOT VALIDAR-DRM-OPCAO) THEN
                       DISPLAY "INSIRA: A, N, D, R ou X"
                           AT LINE LINHA COL 12
                           FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT LINE LINHA COL 12
                   END-IF
               END-PERFORM
               ADD 1 TO LINHA
               EVALUATE DRM-OPCAO
                   WHEN "A" PERFORM ADICIONA-DIRECCAO
                   WHEN "N" PERFORM RENOMEIA-DIRECCAO
                   WHEN "D" PERFORM DESACTIVA-DIRECCAO
                   WHEN "R" PERFORM REACTIVA-DIRECCAO
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM GRAVA-FICHEIRO-DIRECCOES.

      *________________________________________________________________________*
      * LISTA-DIRECCOES mostra o quadro de direcá§es no ecrÑ de
      * manutenáÑo (c¢digo, nome, estado e n£mero de departamentos
      * activos que lhe pertencem).
       LISTA-DIRECCOES.
           MOVE 9 TO LINHA.
           MOVE 9 TO LINHA-TOPO-PAGINA.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               IF DR-EXISTE (DIR-IDX) = "S" THEN
                   PERFORM PAGINA-MANUTENCAO
                   PERFORM CONTA-DEPS-DIRECCAO
                   DISPLAY DIR-IDX              AT LINE LINHA COL 01
                   DISPLAY DR-NOME (DIR-IDX)    AT LINE LINHA COL 05
                   IF DR-ACTIVO (DIR-IDX) = "S" THEN
                       DISPLAY "ACTIVA"         AT LINE LINHA COL 25
                   ELSE
                       DISPLAY "INACTIVA"       AT LINE LINHA COL 25
                   END-IF
                   DISPLAY CONTADOR-DEPS-DIR    AT LINE LINHA COL 35
                   DISPLAY "DEPTOS ACTIVOS"     AT LINE LINHA COL 38
                   ADD 1 TO LINHA
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * CONTA-DEPS-DIRECCAO conta em CONTADOR-DEPS-DIR os
      * departamentos activos da direc᧵o DIR-IDX.
       CONTA-DEPS-DIRECCAO.
           MOVE 0 TO CONTADOR-DEPS-DIR.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" AND
                  DP-ACTIVO (DEP-IDX) = "S" AND
                  DP-DIRECCAO (DEP-IDX) = DIR-IDX THEN
                   ADD 1 TO CONTADOR-DEPS-DIR
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * ADICIONA-DIRECCAO acrescenta uma direc᧵o activa ao quadro,
      * num c¢digo de 1 a 20 ainda livre.
       ADICIONA-DIRECCAO.
           DISPLAY "C¢digo (1-20): "            AT LINE LINHA COL 01.
           ACCEPT DRM-CODIGO                    AT LINE LINHA COL 16.
           IF DRM-CODIGO < 1 OR DRM-CODIGO > DIR-MAX THEN
               DISPLAY "C¢DIGO INV†LIDO"        AT LINE LINHA COL 20
                   FOREGROUND-COLOR 4 HIGHLIGHT
               PERFORM PAUSA-MANUTENCAO-DEP
           ELSE
               IF DR-EXISTE (DRM-CODIGO) = "S" THEN
                   DISPLAY "C¢DIGO J† OCUPADO"  AT LINE LINHA COL 20
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   PERFORM PAUSA-MANUTENCAO-DEP
               ELSE
                   ADD 1 TO LINHA
                   DISPLAY "Nome: "             AT LINE LINHA COL 01
                   ACCEPT DRM-NOME              AT LINE LINHA COL 07
                   MOVE DRM-NOME TO DR-NOME   (DRM-CODIGO)
                   MOVE "S"      TO DR-ACTIVO (DRM-CODIGO)
                   MOVE "S"      TO DR-EXISTE (DRM-CODIGO)
               END-IF
           END-IF.

      *________________________________________________________________________*
      * RENOMEIA-DIRECCAO substitui o nome de uma direc᧵o do quadro,
      * mantendo o c¢digo.
       RENOMEIA-DIRECCAO.
           DISPLAY "C¢digo: "                   AT LINE LINHA COL 01.
           ACCEPT DRM-CODIGO                    AT LINE LINHA COL 09.
           MOVE DRM-CODIGO TO DIR-VERIFICA.
           PERFORM VERIFICA-DIR-EXISTE.
           IF (NOT DIR-E-VALIDA) THEN
               DISPLAY "C¢DIGO DESCONHECIDO"    AT LINE LINHA COL 12
                   FOREGROUND-COLOR 4 HIGHLIGHT
               PERFORM PAUSA-MANUTENCAO-DEP
           ELSE
               ADD 1 TO LINHA
               DISPLAY "Novo nome: "            AT LINE LINHA COL 01
               ACCEPT DRM-NOME                  AT LINE LINHA COL 12
               MOVE DRM-NOME TO DR-NOME (DRM-CODIGO)
           END-IF.

      *________________________________________________________________________*
      * DESACTIVA-DIRECCAO marca uma direc᧵o como inactiva; s¢ Ç
      * aceite depois de os seus departamentos activos terem passado
      * para outra direc᧵o, para nenhum ficar sem n°vel acima.
       DESACTIVA-DIRECCAO.
           DISPLAY "C¢digo: "                   AT LINE LINHA COL 01.
           ACCEPT DRM-CODIGO                    AT LINE LINHA COL 09.
           MOVE DRM-CODIGO TO DIR-VERIFICA.
           PERFORM VERIFICA-DIR-EXISTE.
           IF (NOT DIR-E-VALIDA) THEN
               DISPLAY "C¢DIGO DESCONHECIDO"    AT LINE LINHA COL 12
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               MOVE DRM-CODIGO TO DIR-IDX
               PERFORM CONTA-DEPS-DIRECCAO
               IF CONTADOR-DEPS-DIR > 0 THEN
                   DISPLAY "TEM DEPARTAMENTOS ACTIVOS"
                       AT LINE LINHA COL 12
                       FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   MOVE "N" TO DR-ACTIVO (DRM-CODIGO)
                   DISPLAY "DIRECÄéO DESACTIVADA"
                       AT LINE LINHA COL 12
               END-IF
           END-IF.
           PERFORM PAUSA-MANUTENCAO-DEP.

      *________________________________________________________________________*
      * REACTIVA-DIRECCAO volta a p¶r activa uma direc᧵o
      * desactivada.
       REACTIVA-DIRECCAO.
           DISPLAY "C¢digo: "                   AT LINE LINHA COL 01.
           ACCEPT DRM-CODIGO                    AT LINE LINHA COL 09.
           MOVE DRM-CODIGO TO DIR-VERIFICA.
           PERFORM VERIFICA-DIR-EXISTE.
           IF (NOT DIR-E-VALIDA) THEN
               DISPLAY "C¢DIGO DESCONHECIDO"    AT LINE LINHA COL 12
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               MOVE "S" TO DR-ACTIVO (DRM-CODIGO)
               DISPLAY "DIRECÄéO REACTIVADA"
                   AT LINE LINHA COL 12
           END-IF.
           PERFORM PAUSA-MANUTENCAO-DEP.

      *________________________________________________________________________*
      * CORRIGE-RESPOSTA (opáÑo 11) localiza uma resposta j† gravada
      * pela matr°cula no ficheiro indexado e deixa um supervisor
      * corrigir as notas, o departamento ou o coment†rio, ou anular
      * a resposta por completo. Toda a altera᧵o deixa rasto
      * antes/depois na auditoria e as mÇdias do per°odo afectado sÑo
      * reapuradas no historial, para COMPARA-PERIODOS continuar
      * verdadeiro.
       CORRIGE-RESPOSTA.
           DISPLAY CLS
           DISPLAY CABECALHO.
           MOVE "N" TO SW-RESPOSTA-ALTERADA.
           DISPLAY "CORRECÄéO / ANULAÄéO DE RESPOSTA" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Matr°cula da resposta: " AT 0901.
           ACCEPT COR-MATRICULA AT 0924.
           OPEN I-O FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR O FICHEIRO DE RESPOSTAS"
                   AT 1101 FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               MOVE COR-MATRICULA TO FR-MATRICULA
               READ FICHEIRO-RESPOSTAS
                   INVALID KEY MOVE "23" TO FS-RESPOSTAS
               END-READ
               IF FS-RESPOSTAS NOT = "00" THEN
                   DISPLAY "MATRãCULA NéO ENCONTRADA"
                       AT 1101 FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   PERFORM CORRIGE-RESPOSTA-EDICAO
               END-IF
               CLOSE FICHEIRO-RESPOSTAS
           END-IF.
           IF RESPOSTA-FOI-ALTERADA THEN
               MOVE COR-PERIODO TO PERIODO-ALVO
               PERFORM RECALCULA-HISTORICO-PERIODO
      * se o per°odo corrigido for o que est† carregado nas TABLES,
      * recarrega-as para as listagens reflectirem logo a correc᧵o.
               IF COR-PERIODO = PERIODO-ATUAL THEN
                   PERFORM CARREGA-RESPOSTAS-PERIODO
               END-IF
      * uma anula᧵o encolhe o ficheiro de respostas (e pode
      * encolher o historial) de forma leg°tima: o ponto bom das
      * contagens Ç regravado j†, como depois de uma arquivagem,
      * para a verifica᧵o do passo V nÑo abortar a janela por
      * engano.
               PERFORM ACTUALIZA-CONTAGENS-VIVAS
           END-IF.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 2201.
           ACCEPT OMITTED AT 2237.

      *________________________________________________________________________*
      * CORRIGE-RESPOSTA-EDICAO mostra a resposta encontrada, guarda
      * a imagem antes, pede o que corrigir e reescreve (ou apaga) o
      * registo, escrevendo o rasto na auditoria.
       CORRIGE-RESPOSTA-EDICAO.
           MOVE FR-DEP        TO ANT-DEP.
           MOVE FR-NOTA       TO ANT-NOTA.
           MOVE FR-COMENTARIO TO ANT-COMENTARIO.
           MOVE FR-PERIODO    TO COR-PERIODO.

      * respostas de per°odos fechados ou arquivados nÑo se mexem.
           MOVE COR-PERIODO TO PERIODO-ALVO.
           PERFORM OBTEM-ESTADO-PERIODO.
           IF ESTADO-PERIODO NOT = "A" THEN
               DISPLAY "PERãODO FECHADO - SEM ALTERAÄãES" AT 1101
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               PERFORM CORRIGE-RESPOSTA-OPCOES
           END-IF.

      *________________________________________________________________________*
      * CORRIGE-RESPOSTA-OPCOES mostra a resposta e executa a
      * correc᧵o ou anula᧵o escolhida pelo supervisor.
       CORRIGE-RESPOSTA-OPCOES.
           DISPLAY "Nome:        "       AT 1101.
           DISPLAY FR-NOME               AT 1115.
           DISPLAY "Per°odo:     "       AT 1201.
           DISPLAY FR-PERIODO            AT 1215.
           DISPLAY "Departamento:"       AT 1301.
           DISPLAY FR-DEP                AT 1315.
           DISPLAY "Nota global: "       AT 1401.
           DISPLAY FR-NOTA               AT 1415.
           DISPLAY "Coment†rio:  "       AT 1501.
           DISPLAY FR-COMENTARIO         AT 1515.

           MOVE SPACE TO COR-OPCAO.
           DISPLAY "N=Notas D=Departamento C=Coment†rio A=Anular"
               AT 1701.
           DISPLAY "X=Cancelar" AT 1746.
           PERFORM WITH TEST AFTER UNTIL VALIDAR-COR-OPCAO
               DISPLAY "OpáÑo: [ ]" AT 1801
               ACCEPT COR-OPCAO    AT 1809
               IF (NOT VALIDAR-COR-OPCAO) THEN
                   DISPLAY "INSIRA: N, D, C, A ou X" AT 1812
                   FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   DISPLAY " " ERASE EOL AT 1812
               END-IF
           END-PERFORM.

           EVALUATE COR-OPCAO
               WHEN "N" PERFORM CORRIGE-NOTAS
               WHEN "D" PERFORM CORRIGE-DEPARTAMENTO
               WHEN "C" PERFORM CORRIGE-COMENTARIO
               WHEN "A" PERFORM ANULA-RESPOSTA
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *________________________________________________________________________*
      * CORRIGE-NOTAS volta a pedir a nota de cada pergunta do
      * question†rio e reapura a nota global, reescrevendo o registo.
       CORRIGE-NOTAS.
           MOVE 0 TO SOMA-NOTAS-PESSOA.
           PERFORM VARYING PERG-IDX FROM 1 BY 1
                   UNTIL PERG-IDX > QTD-PERGUNTAS
               DISPLAY PG-TEXTO (PERG-IDX) AT 1901
               DISPLAY "[ ]"               AT 1942
               MOVE 0 TO COR-NOTA
               PERFORM WITH TEST AFTER UNTIL VALIDAR-COR-NOTA
                   ACCEPT COR-NOTA AT 1943
                   IF (NOT VALIDAR-COR-NOTA) THEN
                       DISPLAY "INSIRA: 1,2,3,4 ou 5" AT 1946
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT 1946
                   END-IF
               END-PERFORM
               MOVE COR-NOTA TO FR-NOTA-Q (PERG-IDX)
               ADD COR-NOTA TO SOMA-NOTAS-PESSOA
               DISPLAY " " ERASE EOL AT 1901
           END-PERFORM.
           COMPUTE FR-NOTA ROUNDED =
                   SOMA-NOTAS-PESSOA / QTD-PERGUNTAS.
           PERFORM REESCREVE-RESPOSTA.

      *________________________________________________________________________*
      * CORRIGE-DEPARTAMENTO substitui o departamento da resposta e
      * reescreve o registo.
       CORRIGE-DEPARTAMENTO.
           MOVE 0 TO COR-DEP.
           PERFORM WITH TEST AFTER UNTIL VALIDAR-COR-DEP
                                     AND DEP-E-VALIDO
               DISPLAY "Novo departamento: " AT 1901
               ACCEPT COR-DEP AT 1920
               MOVE COR-DEP TO DEP-VERIFICA
               PERFORM VERIFICA-DEP-ACTIVO
               IF (NOT VALIDAR-COR-DEP) OR (NOT DEP-E-VALIDO) THEN
                   DISPLAY "DEPARTAMENTO INV†LIDO" AT 1923
                   FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   DISPLAY " " ERASE EOL AT 1923
               END-IF
           END-PERFORM.
           MOVE COR-DEP TO FR-DEP.
           PERFORM REESCREVE-RESPOSTA.

      *________________________________________________________________________*
      * CORRIGE-COMENTARIO substitui o coment†rio livre da resposta e
      * reescreve o registo.
       CORRIGE-COMENTARIO.
           DISPLAY "Novo coment†rio: " AT 1901.
           ACCEPT FR-COMENTARIO AT 1918.
           PERFORM REESCREVE-RESPOSTA.
      * o texto novo volta a passar pela revisÑo antes de sair.
           IF FS-RESPOSTAS = "00" AND FR-COMENTARIO NOT = SPACES AND
              FR-COMENTARIO NOT = ANT-COMENTARIO THEN
               MOVE FR-MATRICULA TO MDR-NOVO-MATRICULA
               MOVE FR-PERIODO   TO MDR-NOVO-PERIODO
               MOVE "P"          TO MDR-NOVO-ESTADO
               MOVE SPACES       TO MDR-NOVO-TEXTO
               PERFORM GRAVA-MODERACAO
           END-IF.

      *________________________________________________________________________*
      * REESCREVE-RESPOSTA reescreve o registo corrigido no ficheiro
      * indexado e deixa o rasto antes/depois na auditoria.
       REESCREVE-RESPOSTA.
           REWRITE FR-REGISTO
               INVALID KEY
                   DISPLAY "ERRO AO REESCREVER O REGISTO"
                       AT 2001 FOREGROUND-COLOR 4 HIGHLIGHT
           END-REWRITE.
           IF FS-RESPOSTAS = "00" THEN
               MOVE "S" TO SW-RESPOSTA-ALTERADA
               MOVE "COR" TO AUD-TIPO
               PERFORM REGISTA-AUDITORIA-CORRECCAO
           END-IF.

      *________________________________________________________________________*
      * ANULA-RESPOSTA apaga o registo do ficheiro indexado; a imagem
      * antes fica na auditoria e as mÇdias do per°odo sÑo reapuradas
      * sem esta resposta.
       ANULA-RESPOSTA.
           DELETE FICHEIRO-RESPOSTAS RECORD
               INVALID KEY
                   DISPLAY "ERRO AO ANULAR O REGISTO"
                       AT 2001 FOREGROUND-COLOR 4 HIGHLIGHT
           END-DELETE.
           IF FS-RESPOSTAS = "00" THEN
               MOVE "S" TO SW-RESPOSTA-ALTERADA
               MOVE "ANU" TO AUD-TIPO
               MOVE ZERO   TO FR-DEP
               MOVE ZERO   TO FR-NOTA
               MOVE SPACES TO FR-COMENTARIO
               PERFORM REGISTA-AUDITORIA-CORRECCAO
           END-IF.

      *________________________________________________________________________*
      * REGISTA-AUDITORIA-CORRECCAO escreve na auditoria a imagem
      * antes/depois de uma correc᧵o ou anula᧵o; AUD-TIPO j† vem
      * preenchido pelo chamador ("COR" ou "ANU").
       REGISTA-AUDITORIA-CORRECCAO.
           MOVE OPERADOR-ID     TO AUD-OPERADOR.
           MOVE OPCAOMENU       TO AUD-OPCAO.
           MOVE COR-MATRICULA   TO AUD-MATRICULA.
           MOVE ANT-DEP         TO AUD-DEP-ANT.
           MOVE ANT-NOTA        TO AUD-NOTA-ANT.
           MOVE ANT-COMENTARIO  TO AUD-COMENT-ANT.
           MOVE FR-DEP          TO AUD-DEP-NOVO.
           MOVE FR-NOTA         TO AUD-NOTA-NOVA.
           MOVE FR-COMENTARIO   TO AUD-COMENT-NOVO.
           PERFORM ESCREVE-AUDITORIA.

      *________________________________________________________________________*
      * RECALCULA-HISTORICO-PERIODO reapura as mÇdias por
      * departamento de PERIODO-ALVO a partir do ficheiro de
      * respostas e actualiza o historial, retirando a entrada de
      * qualquer departamento que tenha ficado sem respostas.
       RECALCULA-HISTORICO-PERIODO.
           PERFORM OBTEM-TIPO-PERIODO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO MD-SOMA (DEP-IDX)
               MOVE 0 TO MD-CONT (DEP-IDX)
               MOVE 0 TO MD-QUAD (DEP-IDX)
           END-PERFORM.
           OPEN INPUT FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS = "00" THEN
               PERFORM POSICIONA-PERIODO-RESPOSTAS
               PERFORM UNTIL FS-RESPOSTAS NOT = "00"
                   ADD FR-NOTA TO MD-SOMA (FR-DEP)
                   ADD 1       TO MD-CONT (FR-DEP)
                   COMPUTE MD-QUAD (FR-DEP) =
                           MD-QUAD (FR-DEP) + FR-NOTA * FR-NOTA
                   PERFORM LE-PROXIMA-DO-PERIODO
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
           END-IF.
           PERFORM CARREGA-HISTORICO-TABELA.
           PERFORM APURA-INDICE-PONDERADO.
           MOVE "D" TO NIVEL-HIST.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE DEP-IDX TO CODIGO-HIST
               IF MD-CONT (DEP-IDX) > 0 THEN
                   COMPUTE MD-MEDIA (DEP-IDX) =
                           MD-SOMA (DEP-IDX) / MD-CONT (DEP-IDX)
                   MOVE MD-MEDIA (DEP-IDX) TO MEDIA-HIST
                   MOVE MD-MARGEM (DEP-IDX)     TO MARGEM-HIST
                   MOVE MD-TEM-MARGEM (DEP-IDX) TO TEM-MARGEM-HIST
                   PERFORM ACTUALIZA-HISTORICO-TABELA
               ELSE
                   PERFORM REMOVE-HISTORICO-ENTRADA
               END-IF
           END-PERFORM.
           PERFORM ACTUALIZA-HISTORICO-DIRECCOES.
           PERFORM ACTUALIZA-HISTORICO-EMPRESA.
           PERFORM GRAVA-HISTORICO-TABELA.

      *________________________________________________________________________*
      * ACTUALIZA-HISTORICO-DIRECCOES junta MD-SOMA/MD-CONT por
      * direc᧵o e actualiza em HIST-TABLE as linhas de n°vel "R" de
      * PERIODO-ALVO, retirando a de qualquer direc᧵o sem respostas.
      * A direc᧵o de cada departamento Ç a que tem no momento. A
      * margem de cada direc᧵o vem de APURA-INDICE-PONDERADO, que tem
      * de ter corrido antes.
       ACTUALIZA-HISTORICO-DIRECCOES.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               MOVE 0 TO DR-SOMA (DIR-IDX)
               MOVE 0 TO DR-CONT (DIR-IDX)
           END-PERFORM.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" THEN
                   MOVE DP-DIRECCAO (DEP-IDX) TO DIR-IDX
                   ADD MD-SOMA (DEP-IDX) TO DR-SOMA (DIR-IDX)
                   ADD MD-CONT (DEP-IDX) TO DR-CONT (DIR-IDX)
               END-IF
           END-PERFORM.
           MOVE "R" TO NIVEL-HIST.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               MOVE DIR-IDX TO CODIGO-HIST
               IF DR-CONT (DIR-IDX) > 0 THEN
                   COMPUTE DR-MEDIA (DIR-IDX) =
                           DR-SOMA (DIR-IDX) / DR-CONT (DIR-IDX)
                   MOVE DR-MEDIA (DIR-IDX) TO MEDIA-HIST
                   MOVE PND-DR-MARGEM (DIR-IDX) TO MARGEM-HIST
                   MOVE PND-DR-TEM (DIR-IDX)    TO TEM-MARGEM-HIST
                   PERFORM ACTUALIZA-HISTORICO-TABELA
               ELSE
                   PERFORM REMOVE-HISTORICO-ENTRADA
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * ACTUALIZA-HISTORICO-EMPRESA guarda em HIST-TABLE a linha de
      * n°vel "E" de PERIODO-ALVO com o °ndice da empresa ponderado
      * pelo efectivo (APURA-INDICE-PONDERADO), para se poder seguir
      * a sua tendÉncia; retira-a se o per°odo ficou sem respostas.
       ACTUALIZA-HISTORICO-EMPRESA.
           MOVE "E" TO NIVEL-HIST.
           MOVE 0   TO CODIGO-HIST.
           IF PND-TEM-INDICE THEN
               COMPUTE MEDIA-HIST ROUNDED = PND-INDICE
               MOVE PND-MARGEM    TO MARGEM-HIST
               MOVE SW-PND-MARGEM TO TEM-MARGEM-HIST
               PERFORM ACTUALIZA-HISTORICO-TABELA
           ELSE
               PERFORM REMOVE-HISTORICO-ENTRADA
           END-IF.

      *________________________________________________________________________*
      * CARREGA-RESPOSTAS-PERIODO Ç chamada por RECOLHA-DADOS logo
      * depois de indicado o per°odo do inquÇrito. As TABLES passam a
      * conter apenas as respostas desse per°odo (e nÑo todas as
      * respostas alguma vez recolhidas), pelo que o limite de 100
      * registos Ç por per°odo e nunca fica esgotado de forma
      * permanente ao longo de sucessivos inquÇritos trimestrais.
      * Posiciona-se directamente nos registos do per°odo pela chave
      * alternativa, pelo que a selec᧵o fica instantÉnea por muitos
      * anos de hist¢ria que o ficheiro acumule.
       CARREGA-RESPOSTAS-PERIODO.
           MOVE PERIODO-ATUAL TO PERIODO-ALVO.
           MOVE SPACES TO MDR-PERIODO-CARREGADO.
           MOVE 0 TO TOTAL-REGISTOS.
           MOVE 0 TO SOMANOTA.
           MOVE 0 TO REGISTOS-NO-FICHEIRO.
           MOVE 0 TO REGISTOS-OMITIDOS.
           OPEN INPUT FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS = "00" THEN
      * 1§ passagem: conta os registos do per°odo, lendo apenas a
      * gama posicionada pela chave alternativa.
               PERFORM POSICIONA-PERIODO-RESPOSTAS
               PERFORM UNTIL FS-RESPOSTAS NOT = "00"
                   ADD 1 TO REGISTOS-NO-FICHEIRO
                   PERFORM LE-PROXIMA-DO-PERIODO
               END-PERFORM

      * 2§ passagem: carrega para as TABLES apenas os £ltimos 100
      * registos deste per°odo (os mais recentes), ignorando os mais
      * antigos que nÑo caibam, em vez de truncar silenciosamente.
               IF REGISTOS-NO-FICHEIRO > 100 THEN
                   COMPUTE REGISTOS-OMITIDOS =
                           REGISTOS-NO-FICHEIRO - 100
               END-IF
               MOVE 0 TO REGISTOS-SALTADOS
               PERFORM POSICIONA-PERIODO-RESPOSTAS
               PERFORM UNTIL (FS-RESPOSTAS NOT = "00") OR
                              (REGISTOS-SALTADOS >= REGISTOS-OMITIDOS)
                   ADD 1 TO REGISTOS-SALTADOS
                   PERFORM LE-PROXIMA-DO-PERIODO
               END-PERFORM
               PERFORM UNTIL (FS-RESPOSTAS NOT = "00") OR
                              (TOTAL-REGISTOS >= 100)
                   ADD 1 TO TOTAL-REGISTOS
                   MOVE FR-MATRICULA TO
                       TB-MATRICULA (TOTAL-REGISTOS)
                   MOVE FR-NOME TO TB-NOME (TOTAL-REGISTOS)
                   MOVE FR-DEP TO TB-DEP (TOTAL-REGISTOS)
                   MOVE FR-NOTA TO TB-NOTA (TOTAL-REGISTOS)
                   MOVE FR-NOTAS TO
                       TB-NOTAS-RESP (TOTAL-REGISTOS)
                   MOVE FR-COMENTARIO TO
                       TB-COMENTARIO (TOTAL-REGISTOS)
                   MOVE FR-PERIODO TO
                       TB-PERIODO (TOTAL-REGISTOS)
                   MOVE FR-ANTIGUIDADE TO
                       TB-ANTIGUIDADE (TOTAL-REGISTOS)
                   MOVE FR-GRAU TO TB-GRAU (TOTAL-REGISTOS)
                   ADD TB-NOTA (TOTAL-REGISTOS) TO SOMANOTA
                   PERFORM LE-PROXIMA-DO-PERIODO
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
               IF REGISTOS-OMITIDOS > 0 THEN
                   IF MODO-E-BATCH THEN
                       MOVE SPACES TO LINHA-AUX
                       STRING "AVISO: "         DELIMITED BY SIZE
                              REGISTOS-OMITIDOS DELIMITED BY SIZE
                              " REGISTOS MAIS ANTIGOS NAO CARREGADOS"
                                                DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-LOG
                   ELSE
                       DISPLAY CLS
                       DISPLAY "AVISO: " AT 0701
                           FOREGROUND-COLOR 4 HIGHLIGHT
                       DISPLAY REGISTOS-OMITIDOS AT 0709
                           FOREGROUND-COLOR 4 HIGHLIGHT
                       DISPLAY " REGISTOS MAIS ANTIGOS NAO CARREGADOS"
                           AT 0715 FOREGROUND-COLOR 4 HIGHLIGHT
                       DISPLAY "Pressione ENTER para continuar"
                           AT 0901
                       ACCEPT OMITTED AT 0933
                   END-IF
               END-IF
           ELSE
               CLOSE FICHEIRO-RESPOSTAS
           END-IF.
           MOVE TOTAL-REGISTOS TO TOTAL-ANTES-RECOLHA.

      *________________________________________________________________________*
      * POSICIONA-PERIODO-RESPOSTAS posiciona o ficheiro de respostas
      * (j† aberto) no primeiro registo de PERIODO-ALVO atravÇs da
      * chave alternativa e lÉ esse primeiro registo. Deixa
      * FS-RESPOSTAS diferente de "00" se o per°odo nÑo tiver nenhum
      * registo.
       POSICIONA-PERIODO-RESPOSTAS.
           MOVE PERIODO-ALVO TO FR-PERIODO.
           START FICHEIRO-RESPOSTAS KEY IS EQUAL TO FR-PERIODO
               INVALID KEY MOVE "23" TO FS-RESPOSTAS
           END-START.
           IF FS-RESPOSTAS = "00" THEN
               PERFORM LE-PROXIMA-DO-PERIODO
           END-IF.

      *________________________________________________________________________*
      * LE-PROXIMA-DO-PERIODO lÉ o registo seguinte pela chave
      * alternativa e assinala fim ("10") assim que a gama de
      * PERIODO-ALVO acaba, para os ciclos nÑo lerem os per°odos
      * seguintes.
       LE-PROXIMA-DO-PERIODO.
           READ FICHEIRO-RESPOSTAS NEXT RECORD
               AT END MOVE "10" TO FS-RESPOSTAS
           END-READ.
           IF FS-RESPOSTAS = "00" AND FR-PERIODO NOT = PERIODO-ALVO
               MOVE "10" TO FS-RESPOSTAS
           END-IF.

      *________________________________________________________________________*
      * GRAVA-NOVOS-REGISTOS grava no ficheiro indexado apenas as
      * respostas novas recolhidas nesta passagem por RECOLHA-DADOS,
      * para nÑo perder nada ao sair do programa (STOP RUN).
       GRAVA-NOVOS-REGISTOS.
      * a carga por ficheiro j† grava cada resposta no momento em que
      * a aceita (grava᧵o imediata com checkpoint); nesse caso nÑo
      * h† nada a regravar aqui.
           IF GRAVACAO-E-IMEDIATA THEN
               MOVE "N" TO SW-GRAVACAO-IMEDIATA
           ELSE
           IF TOTAL-REGISTOS > TOTAL-ANTES-RECOLHA THEN
               OPEN I-O FICHEIRO-RESPOSTAS
               COMPUTE INDICE = TOTAL-ANTES-RECOLHA + 1
               PERFORM VARYING INDICE FROM INDICE
                       BY 1 UNTIL INDICE > TOTAL-REGISTOS
                   MOVE TB-MATRICULA  (INDICE) TO FR-MATRICULA
                   MOVE TB-NOME       (INDICE) TO FR-NOME
                   MOVE TB-DEP        (INDICE) TO FR-DEP
                   MOVE TB-NOTA       (INDICE) TO FR-NOTA
                   MOVE TB-NOTAS-RESP (INDICE) TO FR-NOTAS
                   MOVE TB-COMENTARIO (INDICE) TO FR-COMENTARIO
                   MOVE TB-PERIODO    (INDICE) TO FR-PERIODO
                   MOVE TB-ANTIGUIDADE (INDICE) TO FR-ANTIGUIDADE
                   MOVE TB-GRAU       (INDICE) TO FR-GRAU
                   MOVE TIPO-PERIODO            TO FR-TIPO
                   WRITE FR-REGISTO
                       INVALID KEY
                           DISPLAY "ERRO: MATRICULA DUPLICADA"
                               AT 0701 FOREGROUND-COLOR 4 HIGHLIGHT
                   END-WRITE
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
               PERFORM GRAVA-CONTROLO
           END-IF
           END-IF.

      *________________________________________________________________________*
      * GRAVA-HISTORICO-PERIODO grava a mÇdia de cada departamento
      * para o per°odo actual, calculada sobre TODAS as respostas
      * desse per°odo (nÑo s¢ as do lote que acabou de ser recolhido,
      * j† que RECOLHA-DADOS pode ser executado v†rias vezes para o
      * mesmo per°odo). O ficheiro HISTORICO.DAT Ç reescrito a partir
      * de HIST-TABLE para que cada par per°odo/departamento fique
      * sempre com um £nico registo, em vez de acrescentar um registo
      * novo a cada passagem, o que confundiria a compara᧵o de
      * tendÉncia em COMPARA-PERIODOS.
       GRAVA-HISTORICO-PERIODO.
           MOVE PERIODO-ATUAL TO PERIODO-ALVO.
           PERFORM OBTEM-TIPO-PERIODO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO MD-SOMA (DEP-IDX)
               MOVE 0 TO MD-CONT (DEP-IDX)
               MOVE 0 TO MD-QUAD (DEP-IDX)
           END-PERFORM.
           PERFORM VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > TOTAL-REGISTOS
               IF TB-PERIODO (INDICE) = PERIODO-ATUAL THEN
                   ADD TB-NOTA (INDICE) TO MD-SOMA (TB-DEP (INDICE))
                   ADD 1                TO MD-CONT (TB-DEP (INDICE))
                   COMPUTE MD-QUAD (TB-DEP (INDICE)) =
                           MD-QUAD (TB-DEP (INDICE)) +
                           TB-NOTA (INDICE) * TB-NOTA (INDICE)
               END-IF
           END-PERFORM.

           PERFORM CARREGA-HISTORICO-TABELA.
           PERFORM APURA-INDICE-PONDERADO.

           MOVE "D" TO NIVEL-HIST.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF MD-CONT (DEP-IDX) > 0 THEN
                   COMPUTE MD-MEDIA (DEP-IDX) =
                           MD-SOMA (DEP-IDX) / MD-CONT (DEP-IDX)
                   MOVE DEP-IDX            TO CODIGO-HIST
                   MOVE MD-MEDIA (DEP-IDX) TO MEDIA-HIST
                   MOVE MD-MARGEM (DEP-IDX)     TO MARGEM-HIST
                   MOVE MD-TEM-MARGEM (DEP-IDX) TO TEM-MARGEM-HIST
                   PERFORM ACTUALIZA-HISTORICO-TABELA
               END-IF
           END-PERFORM.
           PERFORM ACTUALIZA-HISTORICO-DIRECCOES.
           PERFORM ACTUALIZA-HISTORICO-EMPRESA.

           PERFORM GRAVA-HISTORICO-TABELA.

      * com o historial do per°odo acabado de gravar, verifica-se
      * logo se algum departamento se deteriorou ao ponto de HR ter
      * de ser avisado.
      * Os alertas e os planos de ac᧵o seguem o inquÇrito trimestral;
      * os inquÇritos de evento e de pulso tÉm outra populaáÑo e nÑo
      * se comparam com ele.
           IF TIPO-ALVO = "Q" THEN
               PERFORM VERIFICA-ALERTAS

      * e confere-se o seguimento dos planos de ac᧵o abertos: para
      * cada departamento sob plano, a p†gina do relat¢rio diz se a
      * mÇdia recuperou face · mÇdia de referÉncia do plano.
               PERFORM VERIFICA-PLANOS-SEGUIMENTO
           ELSE
               MOVE 0 TO CONTADOR-ALERTAS
               MOVE 0 TO CONTADOR-RUIDO
               MOVE 0 TO ALERTA-TOTAL
               MOVE 0 TO CONTADOR-SEGUIMENTOS
           END-IF.

      *________________________________________________________________________*
      * CARREGA-HISTORICO-TABELA lÉ o ficheiro HISTORICO.DAT inteiro
      * para HIST-TABLE antes de GRAVA-HISTORICO-PERIODO o actualizar.
       CARREGA-HISTORICO-TABELA.
           MOVE 0 TO HIST-TOTAL.
           OPEN INPUT FICHEIRO-HISTORICO.
           IF FS-HISTORICO = "00" THEN
               READ FICHEIRO-HISTORICO
                   AT END MOVE "10" TO FS-HISTORICO
               END-READ
               PERFORM UNTIL (FS-HISTORICO = "10")
                           OR (HIST-TOTAL >= 900)
                   ADD 1 TO HIST-TOTAL
                   MOVE HIST-PERIODO TO HT-PERIODO (HIST-TOTAL)
                   MOVE HIST-DEP     TO HT-DEP     (HIST-TOTAL)
                   MOVE HIST-MEDIA   TO HT-MEDIA   (HIST-TOTAL)
                   IF HIST-TIPO = SPACE THEN
                       MOVE "Q"        TO HT-TIPO    (HIST-TOTAL)
                   ELSE
                       MOVE HIST-TIPO  TO HT-TIPO    (HIST-TOTAL)
                   END-IF
                   IF HIST-NIVEL = SPACE THEN
                       MOVE "D"        TO HT-NIVEL   (HIST-TOTAL)
                   ELSE
                       MOVE HIST-NIVEL TO HT-NIVEL   (HIST-TOTAL)
                   END-IF
      * os registos gravados antes de haver margem de erro trazem o
      * fim em branco: a margem fica por saber.
                   IF HIST-MARGEM-X IS NUMERIC THEN
                       MOVE HIST-MARGEM TO HT-MARGEM (HIST-TOTAL)
                       MOVE "S"       TO HT-TEM-MARGEM (HIST-TOTAL)
                   ELSE
                       MOVE 0         TO HT-MARGEM (HIST-TOTAL)
                       MOVE "N"       TO HT-TEM-MARGEM (HIST-TOTAL)
                   END-IF
                   READ FICHEIRO-HISTORICO
                       AT END MOVE "10" TO FS-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-HISTORICO
           END-IF.

      *________________________________________________________________________*
      * ACTUALIZA-HISTORICO-TABELA substitui em HIST-TABLE o registo
      * j† existente para PERIODO-ALVO/NIVEL-HIST/CODIGO-HIST (se
      * houver) pela nova mÇdia em MEDIA-HIST (e a margem em
      * MARGEM-HIST, se TEM-MARGEM-HIST for "S"); caso contr†rio
      * acrescenta um registo novo. PERIODO-ALVO Ç normalmente o
      * per°odo actual, mas a correc᧵o de respostas pode visar um
      * per°odo antigo.
       ACTUALIZA-HISTORICO-TABELA.
           MOVE "N" TO SW-HIST-ENCONTRADO.
           PERFORM VARYING INDICE2 FROM 1 BY 1
                   UNTIL (INDICE2 > HIST-TOTAL) OR HIST-E-ENCONTRADO
               IF (HT-PERIODO (INDICE2) = PERIODO-ALVO)
                  AND (HT-NIVEL (INDICE2) = NIVEL-HIST)
                  AND (HT-DEP (INDICE2) = CODIGO-HIST) THEN
                   MOVE MEDIA-HIST TO HT-MEDIA (INDICE2)
                   MOVE MARGEM-HIST     TO HT-MARGEM (INDICE2)
                   MOVE TEM-MARGEM-HIST TO HT-TEM-MARGEM (INDICE2)
                   MOVE TIPO-ALVO  TO HT-TIPO (INDICE2)
                   MOVE "S" TO SW-HIST-ENCONTRADO
               END-IF
           END-PERFORM.
           IF (NOT HIST-E-ENCONTRADO) AND (HIST-TOTAL < 900) THEN
               ADD 1 TO HIST-TOTAL
               MOVE PERIODO-ALVO       TO HT-PERIODO (HIST-TOTAL)
               MOVE CODIGO-HIST        TO HT-DEP     (HIST-TOTAL)
               MOVE MEDIA-HIST         TO HT-MEDIA   (HIST-TOTAL)
               MOVE NIVEL-HIST         TO HT-NIVEL   (HIST-TOTAL)
               MOVE MARGEM-HIST        TO HT-MARGEM  (HIST-TOTAL)
               MOVE TEM-MARGEM-HIST    TO HT-TEM-MARGEM (HIST-TOTAL)
               MOVE TIPO-ALVO          TO HT-TIPO    (HIST-TOTAL)
           END-IF.

      *________________________________________________________________________*
      * REMOVE-HISTORICO-ENTRADA retira de HIST-TABLE o registo de
      * PERIODO-ALVO/NIVEL-HIST/CODIGO-HIST, compactando a tabela.
      * Usa-se quando uma anula᧵o deixa um departamento sem nenhuma
      * resposta no per°odo, para nÑo ficar uma mÇdia ¢rfÑ no
      * historial.
       REMOVE-HISTORICO-ENTRADA.
           MOVE "N" TO SW-HIST-ENCONTRADO.
           PERFORM VARYING INDICE2 FROM 1 BY 1
                   UNTIL (INDICE2 > HIST-TOTAL) OR HIST-E-ENCONTRADO
               IF (HT-PERIODO (INDICE2) = PERIODO-ALVO)
                  AND (HT-NIVEL (INDICE2) = NIVEL-HIST)
                  AND (HT-DEP (INDICE2) = CODIGO-HIST) THEN
                   MOVE "S" TO SW-HIST-ENCONTRADO
                   PERFORM UNTIL INDICE2 >= HIST-TOTAL
                       MOVE HT-PERIODO (INDICE2 + 1)
                           TO HT-PERIODO (INDICE2)
                       MOVE HT-DEP (INDICE2 + 1)
                           TO HT-DEP (INDICE2)
                       MOVE HT-MEDIA (INDICE2 + 1)
                           TO HT-MEDIA (INDICE2)
                       MOVE HT-NIVEL (INDICE2 + 1)
                           TO HT-NIVEL (INDICE2)
                       MOVE HT-MARGEM (INDICE2 + 1)
                           TO HT-MARGEM (INDICE2)
                       MOVE HT-TEM-MARGEM (INDICE2 + 1)
                           TO HT-TEM-MARGEM (INDICE2)
                       MOVE HT-TIPO (INDICE2 + 1)
                           TO HT-TIPO (INDICE2)
                       ADD 1 TO INDICE2
                   END-PERFORM
                   SUBTRACT 1 FROM HIST-TOTAL
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * GRAVA-HISTORICO-TABELA reescreve HISTORICO.DAT a partir do
      * conte£do actualizado de HIST-TABLE.
       GRAVA-HISTORICO-TABELA.
           OPEN OUTPUT FICHEIRO-HISTORICO.
           PERFORM VARYING INDICE2 FROM 1 BY 1
                   UNTIL INDICE2 > HIST-TOTAL
               MOVE HT-PERIODO (INDICE2) TO HIST-PERIODO
               MOVE HT-DEP     (INDICE2) TO HIST-DEP
               MOVE HT-MEDIA   (INDICE2) TO HIST-MEDIA
               MOVE HT-NIVEL   (INDICE2) TO HIST-NIVEL
               MOVE HT-TIPO    (INDICE2) TO HIST-TIPO
               IF HT-TEM-MARGEM (INDICE2) = "S" THEN
                   MOVE HT-MARGEM (INDICE2) TO HIST-MARGEM
               ELSE
                   MOVE SPACES TO HIST-MARGEM-X
               END-IF
               WRITE HIST-REGISTO
           END-PERFORM.
           CLOSE FICHEIRO-HISTORICO.

      *________________________________________________________________________*
      * CARREGA-CONFIG-ALERTAS corre uma £nica vez ao arrancar e lÉ
      * os limiares dos alertas; se o ficheiro ainda nÑo existir Ç
      * criado com os valores de origem (queda 1.0, piso 3.0,
      * cobertura 050), que ficam assim † vista para quem os quiser
      * afinar.
       CARREGA-CONFIG-ALERTAS.
           OPEN INPUT FICHEIRO-CFG-ALERTAS.
           IF FS-CFG-ALERTAS = "00" THEN
               READ FICHEIRO-CFG-ALERTAS
                   AT END MOVE "10" TO FS-CFG-ALERTAS
               END-READ
               IF FS-CFG-ALERTAS = "00" THEN
                   MOVE CFG-QUEDA     TO QUEDA-MAXIMA
                   MOVE CFG-PISO      TO PISO-ALERTA
                   MOVE CFG-COBERTURA TO COBERTURA-MINIMA
               END-IF
               CLOSE FICHEIRO-CFG-ALERTAS
           ELSE
               OPEN OUTPUT FICHEIRO-CFG-ALERTAS
               MOVE QUEDA-MAXIMA     TO CFG-QUEDA
               MOVE PISO-ALERTA      TO CFG-PISO
               MOVE COBERTURA-MINIMA TO CFG-COBERTURA
               WRITE CFG-REGISTO
               CLOSE FICHEIRO-CFG-ALERTAS
           END-IF.

      *________________________________________________________________________*
      * VERIFICA-ALERTAS compara a mÇdia acabada de apurar de cada
      * departamento com a do per°odo anterior no historial e com o
      * piso configurado, e confere a cobertura de respostas contra o
      * quadro esperado. Cada excep᧵o fica em ALERTAS.DAT e numa
      * p†gina de alerta no buffer do relat¢rio (com os coment†rios
      * das notas baixas do departamento), pronta a imprimir pela
      * op᧵o 6 ou pelo passo I. Uma queda que nÑo excede a margem de
      * erro combinada dos dois per°odos continua a sair, mas marcada
      * como dentro do ru°do. As margens vÉm de
      * APURA-INDICE-PONDERADO, que tem de ter corrido antes.
       VERIFICA-ALERTAS.
           MOVE 0 TO CONTADOR-ALERTAS.
           MOVE 0 TO CONTADOR-RUIDO.
           MOVE 0 TO ALERTA-TOTAL.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO REC-ESPERADO (DEP-IDX)
           END-PERFORM.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               IF FT-ACTIVO (FUNC-IDX) = "S" THEN
                   ADD 1 TO REC-ESPERADO (FT-DEP (FUNC-IDX))
               END-IF
           END-PERFORM.

           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE "N" TO SW-DEP-TEM-ALERTA
      * limpos a cada departamento: sem isto, um alerta de cobertura
      * de um departamento sem respostas levaria a mÇdia anterior do
      * departamento tratado antes dele.
               MOVE "N" TO SW-TEM-ANTERIOR
               MOVE 0 TO MEDIA-ANT-NUM
               MOVE 0 TO MEDIA-ATU-NUM
               IF MD-CONT (DEP-IDX) > 0 THEN
                   MOVE MD-MEDIA (DEP-IDX) TO MEDIA-ATU-NUM
                   PERFORM OBTEM-MEDIA-ANTERIOR
                   IF TEM-MEDIA-ANTERIOR THEN
                       COMPUTE QUEDA-CALC =
                               MEDIA-ANT-NUM - MEDIA-ATU-NUM
                       IF QUEDA-CALC > QUEDA-MAXIMA THEN
                           MOVE "QUE" TO TIPO-ALERTA
                           MOVE MD-MARGEM (DEP-IDX) TO PND-MARGEM-ATU
                           MOVE MD-TEM-MARGEM (DEP-IDX)
                               TO SW-TEM-MARGEM-ATU
                           PERFORM AVALIA-RUIDO-ALERTA
                           PERFORM EMITE-ALERTA
                       END-IF
                   END-IF
                   IF MEDIA-ATU-NUM < PISO-ALERTA THEN
                       MOVE "PIS" TO TIPO-ALERTA
                       PERFORM EMITE-ALERTA
                   END-IF
               END-IF
               IF REC-ESPERADO (DEP-IDX) > 0 AND
                  (MD-CONT (DEP-IDX) * 100) <
                  (REC-ESPERADO (DEP-IDX) * COBERTURA-MINIMA) THEN
                   MOVE "COB" TO TIPO-ALERTA
                   PERFORM EMITE-ALERTA
               END-IF
               IF DEP-TEM-ALERTA THEN
                   PERFORM ALERTA-COMENTARIOS
               END-IF
           END-PERFORM.

      * as mesmas verifica᧵es para o total de cada direc᧵o. Num
      * per°odo an¢nimo a queda e o piso nÑo se avaliam numa direc᧵o
      * cuja mÇdia est† suprimida (APURA-MEDIAS-DIRECCAO).
           PERFORM APURA-MEDIAS-DIRECCAO.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               MOVE 0 TO DR-ESPERADO (DIR-IDX)
           END-PERFORM.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               IF FT-ACTIVO (FUNC-IDX) = "S" AND
                  FT-DEP (FUNC-IDX) > 0 THEN
                   IF DP-EXISTE (FT-DEP (FUNC-IDX)) = "S" THEN
                       ADD 1 TO DR-ESPERADO
                                (DP-DIRECCAO (FT-DEP (FUNC-IDX)))
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "R" TO ALERTA-NIVEL.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               IF DR-DEPARTAMENTOS (DIR-IDX) > 0 THEN
                   PERFORM VERIFICA-ALERTAS-DIRECCAO
               END-IF
           END-PERFORM.
           MOVE "D" TO ALERTA-NIVEL.

           IF CONTADOR-ALERTAS = 0 THEN
      * sem alertas nÑo fica p†gina nenhuma no buffer (o cabeáalho
      * s¢ Ç l† posto quando o primeiro alerta aparece).
               CONTINUE
           ELSE
               IF MODO-E-BATCH THEN
                   MOVE SPACES TO LINHA-AUX
                   STRING "ALERTAS EMITIDOS: " DELIMITED BY SIZE
                          CONTADOR-ALERTAS    DELIMITED BY SIZE
                          " (VER ALERTAS.DAT), " DELIMITED BY SIZE
                          CONTADOR-RUIDO      DELIMITED BY SIZE
                          " DENTRO DO RUIDO"  DELIMITED BY SIZE
                          INTO LINHA-AUX
                   PERFORM ESCREVE-LOG
               ELSE
                   DISPLAY "ALERTAS DE DETERIORAÄéO EMITIDOS: "
                       AT 2301 FOREGROUND-COLOR 4 HIGHLIGHT
                   DISPLAY CONTADOR-ALERTAS AT 2335
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   IF CONTADOR-RUIDO > 0 THEN
                       DISPLAY "DENTRO DO RUIDO: " AT 2340
                       DISPLAY CONTADOR-RUIDO AT 2357
                   END-IF
               END-IF
           END-IF.

      *________________________________________________________________________*
      * VERIFICA-ALERTAS-DIRECCAO aplica os alertas de queda, piso e
      * cobertura ao total da direc᧵o em DIR-IDX.
       VERIFICA-ALERTAS-DIRECCAO.
           MOVE "N" TO SW-DEP-TEM-ALERTA.
           MOVE "N" TO SW-TEM-ANTERIOR.
           MOVE 0 TO MEDIA-ANT-NUM.
           MOVE 0 TO MEDIA-ATU-NUM.
           IF DR-CONT (DIR-IDX) > 0 AND
              DR-SUPRIMIDO (DIR-IDX) = "N" THEN
               MOVE DR-MEDIA (DIR-IDX) TO MEDIA-ATU-NUM
               PERFORM OBTEM-MEDIA-ANTERIOR-DIR
               IF TEM-MEDIA-ANTERIOR THEN
                   COMPUTE QUEDA-CALC =
                           MEDIA-ANT-NUM - MEDIA-ATU-NUM
                   IF QUEDA-CALC > QUEDA-MAXIMA THEN
                       MOVE "QUE" TO TIPO-ALERTA
                       MOVE PND-DR-MARGEM (DIR-IDX) TO PND-MARGEM-ATU
                       MOVE PND-DR-TEM (DIR-IDX) TO SW-TEM-MARGEM-ATU
                       PERFORM AVALIA-RUIDO-ALERTA
                       PERFORM EMITE-ALERTA
                   END-IF
               END-IF
               IF MEDIA-ATU-NUM < PISO-ALERTA THEN
                   MOVE "PIS" TO TIPO-ALERTA
                   PERFORM EMITE-ALERTA
               END-IF
           END-IF.
           IF DR-ESPERADO (DIR-IDX) > 0 AND
              (DR-CONT (DIR-IDX) * 100) <
              (DR-ESPERADO (DIR-IDX) * COBERTURA-MINIMA) THEN
               MOVE "COB" TO TIPO-ALERTA
               PERFORM EMITE-ALERTA
           END-IF.

      *________________________________________________________________________*
      * OBTEM-MEDIA-ANTERIOR-DIR faz o mesmo que OBTEM-MEDIA-ANTERIOR
      * para as linhas de direc᧵o ("R") do historial, com DIR-IDX.
       OBTEM-MEDIA-ANTERIOR-DIR.
           MOVE "N" TO SW-TEM-ANTERIOR.
           MOVE 0 TO MEDIA-ANT-NUM.
           MOVE "N" TO SW-TEM-MARGEM-ANT.
           MOVE "N" TO SW-HIST-ENCONTRADO.
           PERFORM VARYING INDICE2 FROM 1 BY 1
                   UNTIL (INDICE2 > HIST-TOTAL) OR HIST-E-ENCONTRADO
               IF HT-DEP (INDICE2) = DIR-IDX AND
                  HT-NIVEL (INDICE2) = "R" AND
                  HT-TIPO (INDICE2) = TIPO-ALVO THEN
                   IF HT-PERIODO (INDICE2) = PERIODO-ALVO THEN
                       MOVE "S" TO SW-HIST-ENCONTRADO
                   ELSE
                       MOVE HT-MEDIA (INDICE2) TO MEDIA-ANT-NUM
                       MOVE HT-MARGEM (INDICE2) TO PND-MARGEM-ANT
                       MOVE HT-TEM-MARGEM (INDICE2)
                           TO SW-TEM-MARGEM-ANT
                       MOVE "S" TO SW-TEM-ANTERIOR
                   END-IF
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * OBTEM-MEDIA-ANTERIOR procura no historial em mem¢ria a mÇdia
      * que DEP-IDX tinha no per°odo imediatamente antes de
      * PERIODO-ALVO (a £ltima entrada do departamento anterior †
      * entrada do pr¢prio per°odo), com a margem de erro que tinha.
      * S¢ conta o historial do mesmo tipo de inquÇrito (TIPO-ALVO).
       OBTEM-MEDIA-ANTERIOR.
           MOVE "N" TO SW-TEM-ANTERIOR.
           MOVE 0 TO MEDIA-ANT-NUM.
           MOVE "N" TO SW-TEM-MARGEM-ANT.
           MOVE "N" TO SW-HIST-ENCONTRADO.
           PERFORM VARYING INDICE2 FROM 1 BY 1
                   UNTIL (INDICE2 > HIST-TOTAL) OR HIST-E-ENCONTRADO
               IF HT-DEP (INDICE2) = DEP-IDX AND
                  HT-NIVEL (INDICE2) = "D" AND
                  HT-TIPO (INDICE2) = TIPO-ALVO THEN
                   IF HT-PERIODO (INDICE2) = PERIODO-ALVO THEN
                       MOVE "S" TO SW-HIST-ENCONTRADO
                   ELSE
                       MOVE HT-MEDIA (INDICE2) TO MEDIA-ANT-NUM
                       MOVE HT-MARGEM (INDICE2) TO PND-MARGEM-ANT
                       MOVE HT-TEM-MARGEM (INDICE2)
                           TO SW-TEM-MARGEM-ANT
                       MOVE "S" TO SW-TEM-ANTERIOR
                   END-IF
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * AVALIA-RUIDO-ALERTA diz se a queda que acabou de disparar um
      * alerta cabe na margem de erro combinada da mÇdia anterior e
      * da actual (PND-MARGEM-ATU). Sem as duas margens conhecidas a
      * queda conta como real.
       AVALIA-RUIDO-ALERTA.
           MOVE "N" TO SW-PND-RUIDO.
           IF SW-TEM-MARGEM-ANT = "S" AND
              SW-TEM-MARGEM-ATU = "S" THEN
               PERFORM AVALIA-RUIDO
           END-IF.

      *________________________________________________________________________*
      * EMITE-ALERTA escreve um alerta em ALERTAS.DAT e na p†gina de
      * alerta do buffer do relat¢rio; o primeiro alerta da passagem
      * comeáa a p†gina com o cabeáalho.
       EMITE-ALERTA.
           IF CONTADOR-ALERTAS = 0 THEN
               MOVE SPACES TO LINHA-AUX
               STRING "PAGINA DE ALERTAS - PERIODO "
                                        DELIMITED BY SIZE
                      PERIODO-ALVO      DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM GUARDA-LINHA-ALERTA
           END-IF.
           ADD 1 TO CONTADOR-ALERTAS.
           MOVE "S" TO SW-DEP-TEM-ALERTA.

      * o alerta refere-se ao departamento em DEP-IDX ou, com
      * ALERTA-NIVEL "R", ao total da direc᧵o em DIR-IDX.
           MOVE SPACES TO ALERTA-NOME.
           IF ALERTA-NIVEL = "R" THEN
               MOVE DIR-IDX               TO ALR-DEP
               STRING "DIR. "             DELIMITED BY SIZE
                      DR-NOME (DIR-IDX)   DELIMITED BY SIZE
                      INTO ALERTA-NOME
               MOVE DR-CONT (DIR-IDX)     TO ALERTA-CONT
               MOVE DR-ESPERADO (DIR-IDX) TO ALERTA-ESPERADO
           ELSE
               MOVE DEP-IDX               TO ALR-DEP
               PERFORM OBTEM-NOME-DEPARTAMENTO
               MOVE DEP-NOME-SAIDA        TO ALERTA-NOME
               MOVE MD-CONT (DEP-IDX)     TO ALERTA-CONT
               MOVE REC-ESPERADO (DEP-IDX) TO ALERTA-ESPERADO
           END-IF.

           IF TEM-MEDIA-ANTERIOR THEN
               MOVE MEDIA-ANT-NUM TO SAIDA-MEDIA-ANT
           ELSE
               MOVE ZERO TO SAIDA-MEDIA-ANT
           END-IF.
           IF ALERTA-CONT > 0 THEN
               MOVE MEDIA-ATU-NUM TO SAIDA-MEDIA-ATU
           ELSE
               MOVE ZERO TO SAIDA-MEDIA-ATU
           END-IF.

           ACCEPT ALR-DATA FROM DATE YYYYMMDD.
           MOVE PERIODO-ALVO    TO ALR-PERIODO.
           MOVE TIPO-ALERTA     TO ALR-TIPO.
           MOVE SAIDA-MEDIA-ANT TO ALR-MEDIA-ANT.
           MOVE SAIDA-MEDIA-ATU TO ALR-MEDIA-ATU.
           MOVE ALERTA-NIVEL    TO ALR-NIVEL.
           IF TIPO-ALERTA = "QUE" AND PND-DENTRO-RUIDO THEN
               MOVE "S" TO ALR-RUIDO
               ADD 1 TO CONTADOR-RUIDO
           ELSE
               MOVE "N" TO ALR-RUIDO
           END-IF.
           OPEN EXTEND FICHEIRO-ALERTAS.
           IF FS-ALERTAS NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-ALERTAS
           END-IF.
           WRITE ALR-REGISTO.
           CLOSE FICHEIRO-ALERTAS.

           MOVE SPACES TO LINHA-AUX.
           EVALUATE TIPO-ALERTA
               WHEN "QUE"
                   STRING "ALERTA QUEDA    " DELIMITED BY SIZE
                          ALERTA-NOME        DELIMITED BY SIZE
                          "  ANTES "         DELIMITED BY SIZE
                          SAIDA-MEDIA-ANT    DELIMITED BY SIZE
                          "  AGORA "         DELIMITED BY SIZE
                          SAIDA-MEDIA-ATU    DELIMITED BY SIZE
                          INTO LINHA-AUX
                   IF ALR-RUIDO = "S" THEN
                       MOVE "DENTRO DO RUIDO" TO LINHA-AUX (62:15)
                   END-IF
               WHEN "PIS"
                   STRING "ALERTA PISO     " DELIMITED BY SIZE
                          ALERTA-NOME        DELIMITED BY SIZE
                          "  AGORA "         DELIMITED BY SIZE
                          SAIDA-MEDIA-ATU    DELIMITED BY SIZE
                          INTO LINHA-AUX
               WHEN "COB"
                   STRING "ALERTA COBERTURA " DELIMITED BY SIZE
                          ALERTA-NOME         DELIMITED BY SIZE
                          "  RESPOSTAS "      DELIMITED BY SIZE
                          ALERTA-CONT         DELIMITED BY SIZE
                          " DE "              DELIMITED BY SIZE
                          ALERTA-ESPERADO     DELIMITED BY SIZE
                          INTO LINHA-AUX
           END-EVALUATE.
           PERFORM GUARDA-LINHA-ALERTA.

      *________________________________________________________________________*
      * ALERTA-COMENTARIOS acrescenta † p†gina de alerta os
      * coment†rios das notas baixas (1 e 2) j† recolhidos para o
      * departamento em DEP-IDX, para HR ver logo o porquÉ sem ir
      * procurar.
       ALERTA-COMENTARIOS.
           PERFORM VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > TOTAL-REGISTOS
               IF TB-DEP (INDICE) = DEP-IDX
                  AND TB-PERIODO (INDICE) = PERIODO-ALVO
                  AND TB-NOTA (INDICE) <= 2
                  AND TB-COMENTARIO (INDICE) NOT = SPACES THEN
                   PERFORM APURA-COMENTARIO-PUBLICO
                   IF COMENT-PUBLICO NOT = SPACES THEN
                       MOVE SPACES TO LINHA-AUX
                       STRING "  COMENT: "     DELIMITED BY SIZE
                              COMENT-PUBLICO   DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM GUARDA-LINHA-ALERTA
                   END-IF
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * GUARDA-LINHA-ALERTA acrescenta LINHA-AUX † p†gina de alertas
      * (buffer pr¢prio, emitido por IMPRIME-RELATORIO a seguir ao
      * relat¢rio corrente) e limpa a linha de trabalho.
       GUARDA-LINHA-ALERTA.
           IF ALERTA-TOTAL < 40 THEN
               ADD 1 TO ALERTA-TOTAL
               MOVE LINHA-AUX TO ALERTA-LINHA (ALERTA-TOTAL)
           END-IF.
           MOVE SPACES TO LINHA-AUX.

      *________________________________________________________________________*
      * VERIFICA-NOME-DUPLICADO confirma se o nome que acaba de ser
      * introduzido j† existe entre as respostas j† recebidas
      * (incluindo as de sess§es anteriores), para nÑo duplicar nem
      * perder nenhuma resposta por engano.
       VERIFICA-NOME-DUPLICADO.
           MOVE "N" TO SW-NOME-DUPLICADO.
           PERFORM VARYING INDICE2 FROM 1 BY 1
                   UNTIL (INDICE2 > TOTAL-REGISTOS) OR NOME-E-DUPLICADO
               IF (TB-PERIODO (INDICE2) = PERIODO-ATUAL) AND
                  (TB-NOME (INDICE2) =
                   TB-NOME (TOTAL-REGISTOS + 1)) THEN
                   MOVE "S" TO SW-NOME-DUPLICADO
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * CARREGA-CODIGOS-PERIODO lÉ o registo de c¢digos de
      * participaáÑo do per°odo actual para CPA-TABLE. Num per°odo
      * an¢nimo ainda aberto completa-o logo com um c¢digo para cada
      * activo do quadro que ainda nÑo tenha (per°odo novo ou
      * admiss§es entretanto sincronizadas). Se a tabela encher fica
      * CPA-E-CHEIA e CONTADOR-SEM-CODIGO diz quantos activos ficaram
      * sem c¢digo (e portanto sem poder responder).
       CARREGA-CODIGOS-PERIODO.
           MOVE 0 TO CPA-TOTAL.
           MOVE 0 TO CONTADOR-CODIGOS-NOVOS.
           MOVE 0 TO CONTADOR-SEM-CODIGO.
           MOVE "N" TO SW-CPA-CHEIA.
           PERFORM MONTA-NOME-CODIGOS.
           OPEN INPUT FICHEIRO-CODIGOS.
           IF FS-CODIGOS = "00" THEN
               READ FICHEIRO-CODIGOS
                   AT END MOVE "10" TO FS-CODIGOS
               END-READ
               PERFORM UNTIL FS-CODIGOS = "10"
                   IF CPA-TOTAL < 200 THEN
                       ADD 1 TO CPA-TOTAL
                       MOVE CPA-MATRICULA TO CP-MATRICULA (CPA-TOTAL)
                       MOVE CPA-CODIGO    TO CP-CODIGO    (CPA-TOTAL)
                       MOVE CPA-USADO     TO CP-USADO     (CPA-TOTAL)
                   ELSE
                       MOVE "S" TO SW-CPA-CHEIA
                   END-IF
                   READ FICHEIRO-CODIGOS
                       AT END MOVE "10" TO FS-CODIGOS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CODIGOS
           END-IF.
           IF PERIODO-E-ANONIMO AND (NOT PERIODO-E-FECHADO) THEN
               PERFORM GERA-CODIGOS-PERIODO
           END-IF.

      *________________________________________________________________________*
      * MONTA-NOME-CODIGOS monta o nome do registo de c¢digos a
      * partir do per°odo actual (PARTAAAAQT.DAT).
       MONTA-NOME-CODIGOS.
           MOVE SPACES TO NOME-CODIGOS.
           STRING "PART"        DELIMITED BY SIZE
                  PERIODO-ATUAL DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
                  INTO NOME-CODIGOS.

      *________________________________________________________________________*
      * GERA-CODIGOS-PERIODO atribui um c¢digo aleat¢rio, £nico no
      * per°odo, a cada activo do quadro que ainda nÑo tenha c¢digo,
      * e regrava o registo se houve c¢digos novos. Com a tabela
      * cheia os restantes ficam contados em CONTADOR-SEM-CODIGO.
       GERA-CODIGOS-PERIODO.
           ACCEPT DATA-SEMENTE FROM DATE YYYYMMDD.
           ACCEPT HORA-SEMENTE FROM TIME.
           COMPUTE SEMENTE-CODIGO = DATA-SEMENTE + HORA-SEMENTE.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               IF FT-ACTIVO (FUNC-IDX) = "S" THEN
                   MOVE FT-MATRICULA (FUNC-IDX) TO MATRICULA-PROCURADA
                   PERFORM PROCURA-CODIGO-FUNCIONARIO
                   IF (NOT CODIGO-E-ENCONTRADO) AND CPA-TOTAL >= 200
                   THEN
                       MOVE "S" TO SW-CPA-CHEIA
                       ADD 1 TO CONTADOR-SEM-CODIGO
                   ELSE IF (NOT CODIGO-E-ENCONTRADO) THEN
                       PERFORM SORTEIA-CODIGO
                       ADD 1 TO CPA-TOTAL
                       MOVE FT-MATRICULA (FUNC-IDX)
                           TO CP-MATRICULA (CPA-TOTAL)
                       MOVE CODIGO-PROCURADO TO CP-CODIGO (CPA-TOTAL)
                       MOVE "N"              TO CP-USADO  (CPA-TOTAL)
                       ADD 1 TO CONTADOR-CODIGOS-NOVOS
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF CONTADOR-CODIGOS-NOVOS > 0 THEN
               PERFORM GRAVA-CODIGOS-PERIODO
           END-IF.

      *________________________________________________________________________*
      * SORTEIA-CODIGO avanáa o gerador atÇ sair um c¢digo de seis
      * d°gitos, diferente de zero e ainda nÑo atribu°do no per°odo,
      * e deixa-o em CODIGO-PROCURADO.
       SORTEIA-CODIGO.
           PERFORM WITH TEST AFTER UNTIL (CODIGO-GERADO > 0)
                                     AND (NOT CODIGO-E-ENCONTRADO)
               COMPUTE PRODUTO-CODIGO = SEMENTE-CODIGO * 31415821 + 1
               DIVIDE PRODUTO-CODIGO BY 100000000
                   GIVING QUOCIENTE-CODIGO
                   REMAINDER SEMENTE-CODIGO
               DIVIDE SEMENTE-CODIGO BY 100 GIVING CODIGO-GERADO
               MOVE CODIGO-GERADO TO CODIGO-PROCURADO
               PERFORM PROCURA-CODIGO
           END-PERFORM.

      *________________________________________________________________________*
      * PROCURA-CODIGO procura CODIGO-PROCURADO no registo do
      * per°odo e devolve o °ndice em CPA-ENCONTRADO-IDX.
       PROCURA-CODIGO.
           MOVE "N" TO SW-CODIGO-ENCONTRADO.
           MOVE 0 TO CPA-ENCONTRADO-IDX.
           PERFORM VARYING CPA-IDX FROM 1 BY 1
                   UNTIL (CPA-IDX > CPA-TOTAL) OR CODIGO-E-ENCONTRADO
               IF CP-CODIGO (CPA-IDX) = CODIGO-PROCURADO THEN
                   MOVE "S" TO SW-CODIGO-ENCONTRADO
                   MOVE CPA-IDX TO CPA-ENCONTRADO-IDX
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * PROCURA-CODIGO-FUNCIONARIO procura o c¢digo atribu°do ao
      * funcion†rio MATRICULA-PROCURADA (matr°cula do quadro).
       PROCURA-CODIGO-FUNCIONARIO.
           MOVE "N" TO SW-CODIGO-ENCONTRADO.
           MOVE 0 TO CPA-ENCONTRADO-IDX.
           PERFORM VARYING CPA-IDX FROM 1 BY 1
                   UNTIL (CPA-IDX > CPA-TOTAL) OR CODIGO-E-ENCONTRADO
               IF CP-MATRICULA (CPA-IDX) = MATRICULA-PROCURADA THEN
                   MOVE "S" TO SW-CODIGO-ENCONTRADO
                   MOVE CPA-IDX TO CPA-ENCONTRADO-IDX
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * VALIDA-CODIGO-PARTICIPACAO confere CODIGO-PROCURADO para as
      * duas recolhas: CODIGO-E-VALIDO se existe no registo,
      * NOME-E-DUPLICADO se j† foi usado, e FUNC-E-ENCONTRADO /
      * FUNC-ENCONTRADO-IDX com o dono do c¢digo se ainda estiver
      * activo no quadro (para o departamento vir do quadro).
       VALIDA-CODIGO-PARTICIPACAO.
           MOVE "N" TO SW-CODIGO-VALIDO.
           MOVE "N" TO SW-NOME-DUPLICADO.
           MOVE "N" TO SW-FUNC-ENCONTRADO.
           MOVE 0 TO FUNC-ENCONTRADO-IDX.
           IF CODIGO-PROCURADO NOT = SPACES THEN
               PERFORM PROCURA-CODIGO
           ELSE
               MOVE "N" TO SW-CODIGO-ENCONTRADO
           END-IF.
           IF CODIGO-E-ENCONTRADO THEN
               MOVE "S" TO SW-CODIGO-VALIDO
               IF CP-USADO (CPA-ENCONTRADO-IDX) = "S" THEN
                   MOVE "S" TO SW-NOME-DUPLICADO
               END-IF
               PERFORM VARYING FUNC-IDX FROM 1 BY 1
                       UNTIL (FUNC-IDX > FUNC-TOTAL)
                          OR FUNC-E-ENCONTRADO
                   IF (FT-MATRICULA (FUNC-IDX) =
                       CP-MATRICULA (CPA-ENCONTRADO-IDX))
                      AND (FT-ACTIVO (FUNC-IDX) = "S") THEN
                       MOVE "S" TO SW-FUNC-ENCONTRADO
                       MOVE FUNC-IDX TO FUNC-ENCONTRADO-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *________________________________________________________________________*
      * QUEIMA-CODIGO marca como usado o c¢digo em CPA-ENCONTRADO-IDX
      * e regrava logo o registo, para o c¢digo nÑo servir outra vez
      * nem depois de uma queda do programa. S¢ a carga por ficheiro
      * o usa, porque grava cada resposta no momento; a recolha no
      * ecrÑ regrava o registo depois de gravar as respostas.
       QUEIMA-CODIGO.
           MOVE "S" TO CP-USADO (CPA-ENCONTRADO-IDX).
           PERFORM GRAVA-CODIGOS-PERIODO.

      *________________________________________________________________________*
      * GRAVA-CODIGOS-PERIODO reescreve o registo de c¢digos do
      * per°odo actual a partir de CPA-TABLE.
       GRAVA-CODIGOS-PERIODO.
           PERFORM MONTA-NOME-CODIGOS.
           OPEN OUTPUT FICHEIRO-CODIGOS.
           PERFORM VARYING CPA-IDX FROM 1 BY 1
                   UNTIL CPA-IDX > CPA-TOTAL
               MOVE CP-MATRICULA (CPA-IDX) TO CPA-MATRICULA
               MOVE CP-CODIGO    (CPA-IDX) TO CPA-CODIGO
               MOVE CP-USADO     (CPA-IDX) TO CPA-USADO
               WRITE CPA-REGISTO
           END-PERFORM.
           CLOSE FICHEIRO-CODIGOS.

      *________________________________________________________________________*
      * RECONCILIACAO-DEPARTAMENTOS compara, para cada departamento,
      * quantas respostas chegaram contra o n§ esperado, apurado do
      * quadro de pessoal (quem Ç eleg°vel para o tipo de inquÇrito
      * do per°odo, ver VERIFICA-ELEGIVEL), para se saber quem ainda
      * nÑo respondeu.
       RECONCILIACAO-DEPARTAMENTOS.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO REC-RECEBIDO (DEP-IDX)
               MOVE 0 TO REC-ESPERADO (DEP-IDX)
           END-PERFORM.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               PERFORM VERIFICA-ELEGIVEL
               IF FUNC-E-ELEGIVEL THEN
                   ADD 1 TO REC-ESPERADO (FT-DEP (FUNC-IDX))
               END-IF
           END-PERFORM.
           COMPUTE INDICE = TOTAL-ANTES-RECOLHA + 1.
           PERFORM VARYING INDICE FROM INDICE BY 1
                   UNTIL INDICE > TOTAL-REGISTOS
               ADD 1 TO REC-RECEBIDO (TB-DEP (INDICE))
           END-PERFORM.

      * no modo nÑo assistido a reconcilia᧵o vai para o log da
      * execuáÑo; nos ecrÑs mantÇm-se o quadro com pausa.
           IF MODO-E-BATCH THEN
               PERFORM VARYING DEP-IDX FROM 1 BY 1
                       UNTIL DEP-IDX > DEP-MAX
                 IF DP-EXISTE (DEP-IDX) = "S" THEN
                   MOVE DEP-IDX TO DEP-DIGITO
                   MOVE SPACES TO LINHA-AUX
                   STRING "RECONCILIACAO DEP "    DELIMITED BY SIZE
                          DEP-DIGITO              DELIMITED BY SIZE
                          ": RECEBIDAS "          DELIMITED BY SIZE
                          REC-RECEBIDO (DEP-IDX)  DELIMITED BY SIZE
                          " ESPERADAS "           DELIMITED BY SIZE
                          REC-ESPERADO (DEP-IDX)  DELIMITED BY SIZE
                          INTO LINHA-AUX
                   PERFORM ESCREVE-LOG
                 END-IF
               END-PERFORM
           ELSE
               DISPLAY CLS
               DISPLAY "RECONCILIAáéO DE RESPOSTAS"
                   AT 0701 FOREGROUND-COLOR 6 HIGHLIGHT
               DISPLAY "DEP   RECEBIDAS   ESPERADAS"   AT 0901
               MOVE 10 TO LINHA
               MOVE 10 TO LINHA-TOPO-PAGINA
               PERFORM VARYING DEP-IDX FROM 1 BY 1
                       UNTIL DEP-IDX > DEP-MAX
                 IF DP-EXISTE (DEP-IDX) = "S" THEN
                   MOVE DEP-IDX TO DEP-DIGITO
                   DISPLAY DEP-DIGITO             AT LINE LINHA COL 03
                   DISPLAY REC-RECEBIDO (DEP-IDX) AT LINE LINHA COL 10
                   DISPLAY REC-ESPERADO (DEP-IDX) AT LINE LINHA COL 22
                   ADD 1 TO LINHA
                   PERFORM CONTROLA-PAGINACAO
                 END-IF
               END-PERFORM
               ADD 1 TO LINHA
               DISPLAY "Pressione ENTER para continuar"
                   AT LINE LINHA COL 01
               ACCEPT OMITTED AT LINE LINHA COL 33
           END-IF.

      *________________________________________________________________________*
      * LISTA-FALTAS (op᧵o 24) apura quem ainda nÑo respondeu no
      * per°odo seleccionado, casando os eleg°veis do quadro de
      * pessoal contra as respostas do per°odo (chave alternativa).
      * Num per°odo identificado sai a lista nominal por
      * departamento mais um lembrete individual por pendente, em
      * LEMBRETES.PRN, para seguir com os recibos. Num per°odo
      * an¢nimo quem respondeu sabe-se pelo registo de c¢digos de
      * participaáÑo (usado sim/nÑo, nunca a resposta), e o lembrete
      * leva o c¢digo a indicar no formul†rio; s¢ se o per°odo nÑo
      * tiver registo de c¢digos saem apenas contagens de pendentes
      * por departamento.
       LISTA-FALTAS.
           PERFORM CARREGA-CODIGOS-PERIODO.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "LISTA DE FALTAS DO PERãODO " AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY PERIODO-ATUAL AT 0728
               FOREGROUND-COLOR 6 HIGHLIGHT.

           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO REC-ESPERADO (DEP-IDX)
               MOVE 0 TO REC-RECEBIDO (DEP-IDX)
           END-PERFORM.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               PERFORM VERIFICA-ELEGIVEL
               IF FUNC-E-ELEGIVEL THEN
                   ADD 1 TO REC-ESPERADO (FT-DEP (FUNC-IDX))
               END-IF
           END-PERFORM.

      * lÉ as respostas do per°odo pela chave alternativa: contagens
      * por departamento e, num per°odo identificado, os nomes de
      * quem j† respondeu.
           MOVE 0 TO RN-TOTAL.
           MOVE PERIODO-ATUAL TO PERIODO-ALVO.
           OPEN INPUT FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS = "00" THEN
               PERFORM POSICIONA-PERIODO-RESPOSTAS
               PERFORM UNTIL FS-RESPOSTAS NOT = "00"
                   IF FR-DEP >= 1 AND FR-DEP <= DEP-MAX THEN
                       ADD 1 TO REC-RECEBIDO (FR-DEP)
                   END-IF
                   IF (NOT PERIODO-E-ANONIMO) AND RN-TOTAL < 200 THEN
                       ADD 1 TO RN-TOTAL
                       MOVE FR-NOME TO RN-NOME (RN-TOTAL)
                   END-IF
                   PERFORM LE-PROXIMA-DO-PERIODO
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
           END-IF.

           OPEN OUTPUT FICHEIRO-LEMBRETES.
           MOVE "------------------------------------------------"
               TO LINHA-LEMBRETE.
           WRITE LINHA-LEMBRETE.
           MOVE "Ind£stria do Porco, S.A." TO LINHA-LEMBRETE.
           WRITE LINHA-LEMBRETE.
           MOVE SPACES TO LINHA-AUX.
           STRING "LISTA DE FALTAS - PERIODO " DELIMITED BY SIZE
                  PERIODO-ATUAL               DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-LEMBRETE.
           MOVE "------------------------------------------------"
               TO LINHA-LEMBRETE.
           WRITE LINHA-LEMBRETE.
           MOVE SPACES TO LINHA-LEMBRETE.
           WRITE LINHA-LEMBRETE.
      * com a tabela de c¢digos cheia h† activos sem c¢digo, que nÑo
      * podem responder ao inquÇrito an¢nimo: RH tem de saber.
           IF PERIODO-E-ANONIMO AND CPA-E-CHEIA THEN
               STRING "ATENCAO: TABELA DE CODIGOS CHEIA - "
                                               DELIMITED BY SIZE
                      CONTADOR-SEM-CODIGO      DELIMITED BY SIZE
                      " ACTIVOS SEM CODIGO"    DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-LEMBRETE
               MOVE "ESTAS PESSOAS NAO PODEM RESPONDER NESTE PERIODO"
                   TO LINHA-AUX
               PERFORM ESCREVE-LEMBRETE
               PERFORM ESCREVE-LEMBRETE
           END-IF.

           MOVE 9 TO LINHA.
           MOVE 9 TO LINHA-TOPO-PAGINA.
           IF PERIODO-E-ANONIMO AND CPA-TOTAL = 0 THEN
               PERFORM LISTA-FALTAS-ANONIMO
           ELSE
               PERFORM LISTA-FALTAS-NOMINAL
           END-IF.
           CLOSE FICHEIRO-LEMBRETES.

           ADD 1 TO LINHA.
           DISPLAY "LISTA E LEMBRETES EM LEMBRETES.PRN"
               AT LINE LINHA COL 01.
           ADD 2 TO LINHA.
           DISPLAY "Para voltar ao MENU pressione ENTER "
                                                     LINE LINHA COL 01.
           ACCEPT OMITTED LINE LINHA COL 36.

      *________________________________________________________________________*
      * LISTA-FALTAS-ANONIMO mostra e imprime apenas as contagens de
      * pendentes por departamento, para os per°odos an¢nimos sem
      * registo de c¢digos de participaáÑo.
       LISTA-FALTAS-ANONIMO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
             IF DP-EXISTE (DEP-IDX) = "S" AND
                REC-ESPERADO (DEP-IDX) > 0 THEN
               IF REC-RECEBIDO (DEP-IDX) >= REC-ESPERADO (DEP-IDX)
                   MOVE 0 TO FALT-PENDENTES
               ELSE
                   COMPUTE FALT-PENDENTES =
                           REC-ESPERADO (DEP-IDX) -
                           REC-RECEBIDO (DEP-IDX)
               END-IF
               PERFORM OBTEM-NOME-DEPARTAMENTO
               MOVE SPACES TO LINHA-AUX
               MOVE DEP-NOME-SAIDA TO LINHA-AUX (1:17)
               MOVE "PENDENTES:" TO LINHA-AUX (20:10)
               MOVE FALT-PENDENTES TO LINHA-AUX (31:3)
               DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
               ADD 1 TO LINHA
               PERFORM CONTROLA-PAGINACAO
               PERFORM ESCREVE-LEMBRETE
             END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * LISTA-FALTAS-NOMINAL lista por departamento os activos sem
      * resposta no per°odo e guarda-os para os lembretes
      * individuais no fim do ficheiro.
       LISTA-FALTAS-NOMINAL.
           MOVE 0 TO PEND-TOTAL.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" AND
                  REC-ESPERADO (DEP-IDX) > 0 THEN
                   PERFORM LISTA-FALTAS-DEP
               END-IF
           END-PERFORM.
           PERFORM EMITE-LEMBRETES.

      *________________________________________________________________________*
      * LISTA-FALTAS-DEP lista os pendentes do departamento em
      * DEP-IDX, no ecrÑ e no ficheiro.
       LISTA-FALTAS-DEP.
           PERFORM OBTEM-NOME-DEPARTAMENTO.
           MOVE DEP-IDX TO DEP-DIGITO.
           MOVE SPACES TO LINHA-AUX.
           MOVE "DEPARTAMENTO" TO LINHA-AUX (1:12).
           MOVE DEP-DIGITO TO LINHA-AUX (14:2).
           MOVE DEP-NOME-SAIDA TO LINHA-AUX (17:17).
           DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
               FOREGROUND-COLOR 6 HIGHLIGHT.
           ADD 1 TO LINHA.
           PERFORM CONTROLA-PAGINACAO.
           PERFORM ESCREVE-LEMBRETE.
           MOVE 0 TO CONTADOR-PEND-DEP.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               PERFORM VERIFICA-ELEGIVEL
               IF FUNC-E-ELEGIVEL AND
                  FT-DEP (FUNC-IDX) = DEP-IDX THEN
                   MOVE FT-NOME (FUNC-IDX) TO NOME-PROCURADO
                   PERFORM VERIFICA-RESPONDEU
                   IF (NOT FUNCIONARIO-RESPONDEU) THEN
                       ADD 1 TO CONTADOR-PEND-DEP
                       MOVE SPACES TO LINHA-AUX
                       MOVE "  " TO LINHA-AUX (1:2)
                       MOVE FT-NOME (FUNC-IDX) TO LINHA-AUX (3:12)
                       DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
                       ADD 1 TO LINHA
                       PERFORM CONTROLA-PAGINACAO
                       PERFORM ESCREVE-LEMBRETE
                       IF PEND-TOTAL < 200 THEN
                           ADD 1 TO PEND-TOTAL
                           MOVE FT-NOME (FUNC-IDX)
                               TO PD-NOME (PEND-TOTAL)
                           MOVE DEP-IDX TO PD-DEP (PEND-TOTAL)
                           MOVE SPACES TO PD-CODIGO (PEND-TOTAL)
                           IF PERIODO-E-ANONIMO AND
                              CODIGO-E-ENCONTRADO THEN
                               MOVE CP-CODIGO (CPA-ENCONTRADO-IDX)
                                   TO PD-CODIGO (PEND-TOTAL)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-AUX.
           MOVE "  PENDENTES:" TO LINHA-AUX (1:12).
           MOVE CONTADOR-PEND-DEP TO LINHA-AUX (14:3).
           DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01.
           ADD 1 TO LINHA.
           PERFORM CONTROLA-PAGINACAO.
           PERFORM ESCREVE-LEMBRETE.

      *________________________________________________________________________*
      * VERIFICA-RESPONDEU confirma se NOME-PROCURADO consta das
      * respostas j† recebidas do per°odo; num per°odo an¢nimo,
      * se o c¢digo de participaáÑo do funcion†rio em FUNC-IDX j†
      * foi usado.
       VERIFICA-RESPONDEU.
           MOVE "N" TO SW-RESPONDEU.
           IF PERIODO-E-ANONIMO THEN
               MOVE FT-MATRICULA (FUNC-IDX) TO MATRICULA-PROCURADA
               PERFORM PROCURA-CODIGO-FUNCIONARIO
               IF CODIGO-E-ENCONTRADO THEN
                   IF CP-USADO (CPA-ENCONTRADO-IDX) = "S" THEN
                       MOVE "S" TO SW-RESPONDEU
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL (RN-IDX > RN-TOTAL) OR FUNCIONARIO-RESPONDEU
               IF RN-NOME (RN-IDX) = NOME-PROCURADO THEN
                   MOVE "S" TO SW-RESPONDEU
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * EMITE-LEMBRETES escreve um lembrete individual por pendente,
      * pronto a cortar e seguir com o recibo de vencimento.
       EMITE-LEMBRETES.
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-TOTAL
               MOVE SPACES TO LINHA-LEMBRETE
               WRITE LINHA-LEMBRETE
               MOVE "------------------------------------------------"
                   TO LINHA-LEMBRETE
               WRITE LINHA-LEMBRETE
               MOVE "LEMBRETE - INQUERITO DE SATISFACAO"
                   TO LINHA-LEMBRETE
               WRITE LINHA-LEMBRETE
               MOVE PD-DEP (PEND-IDX) TO DEP-IDX
               PERFORM OBTEM-NOME-DEPARTAMENTO
               MOVE SPACES TO LINHA-AUX
               STRING "NOME: "              DELIMITED BY SIZE
                      PD-NOME (PEND-IDX)    DELIMITED BY SIZE
                      "  DEPARTAMENTO: "    DELIMITED BY SIZE
                      DEP-NOME-SAIDA        DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-LEMBRETE
               MOVE SPACES TO LINHA-AUX
               STRING "PERIODO: "     DELIMITED BY SIZE
                      PERIODO-ATUAL   DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-LEMBRETE
               IF PD-CODIGO (PEND-IDX) NOT = SPACES THEN
                   MOVE SPACES TO LINHA-AUX
                   STRING "CODIGO DE PARTICIPACAO: " DELIMITED BY SIZE
                          PD-CODIGO (PEND-IDX)       DELIMITED BY SIZE
                          INTO LINHA-AUX
                   PERFORM ESCREVE-LEMBRETE
                   MOVE "INDIQUE ESTE CODIGO NO FORMULARIO (NAO ESCREVA"
                       TO LINHA-LEMBRETE
                   WRITE LINHA-LEMBRETE
                   MOVE "O NOME). O CODIGO SO PODE SER USADO UMA VEZ."
                       TO LINHA-LEMBRETE
                   WRITE LINHA-LEMBRETE
               END-IF
               MOVE "AINDA NAO RECEBEMOS A SUA RESPOSTA."
                   TO LINHA-LEMBRETE
               WRITE LINHA-LEMBRETE
               MOVE "POR FAVOR ENTREGUE O FORMULARIO PREENCHIDO."
                   TO LINHA-LEMBRETE
               WRITE LINHA-LEMBRETE
               MOVE "------------------------------------------------"
                   TO LINHA-LEMBRETE
               WRITE LINHA-LEMBRETE
           END-PERFORM.

      *________________________________________________________________________*
      * ESCREVE-LEMBRETE acrescenta LINHA-AUX a LEMBRETES.PRN e
      * limpa-a para a linha seguinte.
       ESCREVE-LEMBRETE.
           MOVE LINHA-AUX TO LINHA-LEMBRETE.
           WRITE LINHA-LEMBRETE.
           MOVE SPACES TO LINHA-AUX.

      *________________________________________________________________________*
      * REGISTA-AUDITORIA acrescenta uma linha ao ficheiro de
      * auditoria de cada vez que se passa pelo MENU, identificando o
      * operador, a opáÑo escolhida e o momento em que foi escolhida.
       REGISTA-AUDITORIA.
           MOVE OPERADOR-ID TO AUD-OPERADOR.
           MOVE OPCAOMENU   TO AUD-OPCAO.
           MOVE "MEN"       TO AUD-TIPO.
           MOVE ZEROS       TO AUD-MATRICULA.
           MOVE ZERO        TO AUD-DEP-ANT.
           MOVE ZERO        TO AUD-NOTA-ANT.
           MOVE SPACES      TO AUD-COMENT-ANT.
           MOVE ZERO        TO AUD-DEP-NOVO.
           MOVE ZERO        TO AUD-NOTA-NOVA.
           MOVE SPACES      TO AUD-COMENT-NOVO.
           PERFORM ESCREVE-AUDITORIA.

      *________________________________________________________________________*
      * ESCREVE-AUDITORIA acrescenta o registo j† preenchido em
      * AUD-REGISTO ao ficheiro de auditoria, carimbando a data e a
      * hora do momento da escrita.
       ESCREVE-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           OPEN EXTEND FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-AUDITORIA
           END-IF.
           WRITE AUD-REGISTO.
           CLOSE FICHEIRO-AUDITORIA.

      *________________________________________________________________________*
      * CONSULTA-AUDITORIA (op᧵o 19) Ç o ecrÑ do rasto de auditoria:
      * consulta com filtros (operador, datas, matr°cula, tipo), com
      * o resultado tambÇm no buffer do relat¢rio para a op᧵o 6 o
      * imprimir, e o ciclo de retenáÑo que move as entradas antigas
      * para um arquivo datado - acabou o decifrar de colunas fixas
      * · mÑo na revisÑo anual do controlo interno.
       CONSULTA-AUDITORIA.
           MOVE SPACE TO AUDC-OPCAO.
           PERFORM UNTIL AUDC-OPCAO = "X"
               DISPLAY CLS
               DISPLAY CABECALHO
               DISPLAY "CONSULTA DA AUDITORIA" AT 0701
                   FOREGROUND-COLOR 6 HIGHLIGHT
               DISPLAY "C=Consultar R=RetenáÑo X=Sair" AT 0901
               PERFORM WITH TEST AFTER UNTIL VALIDAR-AUDC-OPCAO
                   DISPLAY "OpáÑo: [ ]" AT 1101
                   ACCEPT AUDC-OPCAO   AT 1109
                   IF (NOT VALIDAR-AUDC-OPCAO) THEN
                       DISPLAY "INSIRA: C, R ou X" AT 1112
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT 1112
                   END-IF
               END-PERFORM
               EVALUATE AUDC-OPCAO
                   WHEN "C" PERFORM CONSULTA-AUDITORIA-EXECUTA
                   WHEN "R" PERFORM RETENCAO-AUDITORIA
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.

      *________________________________________________________________________*
      * CONSULTA-AUDITORIA-EXECUTA pede os filtros (em branco/zero =
      * todos), varre AUDITORIA.DAT e mostra as entradas que
      * correspondem, deixando-as no buffer do relat¢rio.
       CONSULTA-AUDITORIA-EXECUTA.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "FILTROS (em branco/zero = todos)" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           MOVE SPACES TO AUDC-OPERADOR.
           MOVE 0 TO AUDC-DATA-DE.
           MOVE 0 TO AUDC-DATA-ATE.
           MOVE 0 TO AUDC-MATRICULA.
           MOVE SPACES TO AUDC-TIPO.
           DISPLAY "Operador:            " AT 0901.
           ACCEPT AUDC-OPERADOR AT 0922.
           DISPLAY "Data de (AAAAMMDD):  " AT 1001.
           ACCEPT AUDC-DATA-DE AT 1022.
           DISPLAY "Data atÇ (AAAAMMDD): " AT 1101.
           ACCEPT AUDC-DATA-ATE AT 1122.
           DISPLAY "Matr°cula:           " AT 1201.
           ACCEPT AUDC-MATRICULA AT 1222.
           DISPLAY "Tipo (MEN/COR/ANU/NEG/REC): " AT 1301.
           ACCEPT AUDC-TIPO AT 1329.

           MOVE 0 TO RELATORIO-TOTAL.
           MOVE "N" TO SW-RELATORIO-TRUNC.
           MOVE "CONSULTA DA AUDITORIA" TO LINHA-AUX.
           PERFORM GUARDA-LINHA-RELATORIO.
           MOVE "DATA     HORA     OPERADOR OP TIPO MATRICULA"
               TO LINHA-AUX.
           PERFORM GUARDA-LINHA-RELATORIO.

           DISPLAY CLS
           DISPLAY CABECALHO.
           MOVE 7 TO LINHA.
           MOVE 7 TO LINHA-TOPO-PAGINA.
           MOVE 0 TO CONTADOR-AUD-LISTADOS.
           OPEN INPUT FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA NOT = "00" THEN
               DISPLAY "AINDA NéO H† AUDITORIA" AT LINE LINHA COL 01
                   FOREGROUND-COLOR 4 HIGHLIGHT
               ADD 1 TO LINHA
           ELSE
               READ FICHEIRO-AUDITORIA
                   AT END MOVE "10" TO FS-AUDITORIA
               END-READ
               PERFORM UNTIL FS-AUDITORIA = "10"
                   PERFORM VERIFICA-AUD-FILTROS
                   IF AUD-CORRESPONDE THEN
                       ADD 1 TO CONTADOR-AUD-LISTADOS
                       PERFORM EMITE-LINHA-AUDITORIA
                   END-IF
                   READ FICHEIRO-AUDITORIA
                       AT END MOVE "10" TO FS-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AUDITORIA
           END-IF.
           ADD 1 TO LINHA.
           DISPLAY "ENTRADAS ENCONTRADAS: " AT LINE LINHA COL 01.
           DISPLAY CONTADOR-AUD-LISTADOS    AT LINE LINHA COL 23.
           ADD 1 TO LINHA.
           DISPLAY "RELAT¢RIO DISPONãVEL P/ IMPRESSéO (OPÄéO 6)"
               AT LINE LINHA COL 01.
           ADD 2 TO LINHA.
           DISPLAY "Pressione ENTER para continuar"
               AT LINE LINHA COL 01.
           ACCEPT OMITTED AT LINE LINHA COL 33.

      *________________________________________________________________________*
      * VERIFICA-AUD-FILTROS confirma se o registo de auditoria
      * acabado de ler passa em todos os filtros pedidos.
       VERIFICA-AUD-FILTROS.
           MOVE "S" TO SW-AUD-CORRESPONDE.
           IF AUDC-OPERADOR NOT = SPACES AND
              AUD-OPERADOR NOT = AUDC-OPERADOR THEN
               MOVE "N" TO SW-AUD-CORRESPONDE
           END-IF.
           IF AUDC-DATA-DE > 0 AND AUD-DATA < AUDC-DATA-DE THEN
               MOVE "N" TO SW-AUD-CORRESPONDE
           END-IF.
           IF AUDC-DATA-ATE > 0 AND AUD-DATA > AUDC-DATA-ATE THEN
               MOVE "N" TO SW-AUD-CORRESPONDE
           END-IF.
           IF AUDC-MATRICULA > 0 AND
              AUD-MATRICULA NOT = AUDC-MATRICULA THEN
               MOVE "N" TO SW-AUD-CORRESPONDE
           END-IF.
           IF AUDC-TIPO NOT = SPACES AND
              AUD-TIPO NOT = AUDC-TIPO THEN
               MOVE "N" TO SW-AUD-CORRESPONDE
           END-IF.

      *________________________________________________________________________*
      * EMITE-LINHA-AUDITORIA mostra o registo de auditoria corrente
      * e deixa-o no buffer do relat¢rio; as correcá§es e anulaá§es
      * levam tambÇm a imagem antes/depois.
       EMITE-LINHA-AUDITORIA.
           MOVE SPACES TO LINHA-AUX.
           MOVE AUD-DATA      TO LINHA-AUX (1:8).
           MOVE AUD-HORA      TO LINHA-AUX (10:8).
           MOVE AUD-OPERADOR  TO LINHA-AUX (19:8).
           MOVE AUD-OPCAO     TO LINHA-AUX (28:2).
           MOVE AUD-TIPO      TO LINHA-AUX (31:3).
           MOVE AUD-MATRICULA TO LINHA-AUX (36:5).
           DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01.
           ADD 1 TO LINHA.
           PERFORM CONTROLA-PAGINACAO.
           PERFORM GUARDA-LINHA-RELATORIO.
           IF AUD-TIPO = "COR" OR AUD-TIPO = "ANU" OR
              AUD-TIPO = "LIB" OR AUD-TIPO = "EXP" OR
              AUD-TIPO = "RET" THEN
               MOVE SPACES TO LINHA-AUX
               MOVE "  ANTES  DEP" TO LINHA-AUX (1:12)
               MOVE AUD-DEP-ANT    TO LINHA-AUX (14:2)
               MOVE "NOTA"         TO LINHA-AUX (17:4)
               MOVE AUD-NOTA-ANT   TO LINHA-AUX (22:1)
               MOVE AUD-COMENT-ANT TO LINHA-AUX (25:40)
               PERFORM GUARDA-LINHA-RELATORIO
               MOVE SPACES TO LINHA-AUX
               MOVE "  DEPOIS DEP" TO LINHA-AUX (1:12)
               MOVE AUD-DEP-NOVO   TO LINHA-AUX (14:2)
               MOVE "NOTA"         TO LINHA-AUX (17:4)
               MOVE AUD-NOTA-NOVA  TO LINHA-AUX (22:1)
               MOVE AUD-COMENT-NOVO TO LINHA-AUX (25:40)
               PERFORM GUARDA-LINHA-RELATORIO
           END-IF.

      *________________________________________________________________________*
      * RETENCAO-AUDITORIA move as entradas anteriores · data de
      * corte para o arquivo datado do dia (AUDAAAAMMDD.ARQ) e
      * reescreve o ficheiro vivo s¢ com as recentes, atravÇs do
      * ficheiro de trabalho AUDITORIA.TMP. A idade a reter Ç
      * escolhida na hora, pelo que o corte Ç configur†vel a cada
      * arrumaáÑo.
       RETENCAO-AUDITORIA.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "RETENÄéO DA AUDITORIA" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Mover entradas anteriores a (AAAAMMDD): " AT 0901.
           MOVE 0 TO AUDC-CORTE.
           ACCEPT AUDC-CORTE AT 0941.
           IF AUDC-CORTE = 0 THEN
               DISPLAY "DATA DE CORTE INV†LIDA - NADA MOVIDO" AT 1101
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               PERFORM RETENCAO-AUDITORIA-EXECUTA
           END-IF.
           DISPLAY "Pressione ENTER para continuar" AT 1501.
           ACCEPT OMITTED AT 1533.

      *________________________________________________________________________*
      * RETENCAO-AUDITORIA-EXECUTA faz a arrumaáÑo propriamente dita:
      * 1¦ passagem separa o vivo em arquivo datado + trabalho; 2¦
      * passagem rep§e o vivo a partir do trabalho. O vivo s¢ Ç
      * reescrito depois de as entradas antigas estarem gravadas no
      * arquivo.
       RETENCAO-AUDITORIA-EXECUTA.
           MOVE 0 TO CONTADOR-AUD-MOVIDOS.
           MOVE 0 TO CONTADOR-AUD-MANTIDOS.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           MOVE SPACES TO NOME-AUD-ARQ.
           STRING "AUD"    DELIMITED BY SIZE
                  LOG-DATA DELIMITED BY SIZE
                  ".ARQ"   DELIMITED BY SIZE
                  INTO NOME-AUD-ARQ.
           OPEN INPUT FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA NOT = "00" THEN
               DISPLAY "AINDA NéO H† AUDITORIA" AT 1101
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               OPEN EXTEND FICHEIRO-AUD-ARQ
               IF FS-AUD-ARQ NOT = "00" THEN
                   OPEN OUTPUT FICHEIRO-AUD-ARQ
               END-IF
               OPEN OUTPUT FICHEIRO-AUD-TMP
               READ FICHEIRO-AUDITORIA
                   AT END MOVE "10" TO FS-AUDITORIA
               END-READ
               PERFORM UNTIL FS-AUDITORIA = "10"
                   IF AUD-DATA < AUDC-CORTE THEN
                       MOVE AUD-REGISTO TO AUDARQ-REGISTO
                       WRITE AUDARQ-REGISTO
                       ADD 1 TO CONTADOR-AUD-MOVIDOS
                   ELSE
                       MOVE AUD-REGISTO TO AUDTMP-REGISTO
                       WRITE AUDTMP-REGISTO
                       ADD 1 TO CONTADOR-AUD-MANTIDOS
                   END-IF
                   READ FICHEIRO-AUDITORIA
                       AT END MOVE "10" TO FS-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AUDITORIA
               CLOSE FICHEIRO-AUD-ARQ
               CLOSE FICHEIRO-AUD-TMP
               OPEN INPUT FICHEIRO-AUD-TMP
               OPEN OUTPUT FICHEIRO-AUDITORIA
               READ FICHEIRO-AUD-TMP
                   AT END MOVE "10" TO FS-AUD-TMP
               END-READ
               PERFORM UNTIL FS-AUD-TMP = "10"
                   MOVE AUDTMP-REGISTO TO AUD-REGISTO
                   WRITE AUD-REGISTO
                   READ FICHEIRO-AUD-TMP
                       AT END MOVE "10" TO FS-AUD-TMP
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AUD-TMP
               CLOSE FICHEIRO-AUDITORIA
               DISPLAY "ENTRADAS MOVIDAS:  " AT 1101
               DISPLAY CONTADOR-AUD-MOVIDOS AT 1121
               DISPLAY "ENTRADAS MANTIDAS: " AT 1201
               DISPLAY CONTADOR-AUD-MANTIDOS AT 1221
               DISPLAY "ARQUIVO: " AT 1301
               DISPLAY NOME-AUD-ARQ AT 1310
           END-IF.

      *________________________________________________________________________*
      * CARREGA-PLANOS corre uma £nica vez ao arrancar e carrega os
      * planos de ac᧵o para PLN-TABLE. Se o ficheiro nÑo existir Ç
      * criado vazio.
       CARREGA-PLANOS.
           MOVE 0 TO PLN-TOTAL.
           OPEN INPUT FICHEIRO-PLANOS.
           IF FS-PLANOS NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-PLANOS
               CLOSE FICHEIRO-PLANOS
           ELSE
               READ FICHEIRO-PLANOS
                   AT END MOVE "10" TO FS-PLANOS
               END-READ
               PERFORM UNTIL (FS-PLANOS = "10") OR (PLN-TOTAL >= 50)
                   ADD 1 TO PLN-TOTAL
                   MOVE PLN-PERIODO     TO PL-PERIODO     (PLN-TOTAL)
                   MOVE PLN-DEP         TO PL-DEP         (PLN-TOTAL)
                   MOVE PLN-TIPO        TO PL-TIPO        (PLN-TOTAL)
                   MOVE PLN-RESPONSAVEL TO PL-RESPONSAVEL (PLN-TOTAL)
                   MOVE PLN-MEDIDAS     TO PL-MEDIDAS     (PLN-TOTAL)
                   MOVE PLN-DATA-ALVO   TO PL-DATA-ALVO   (PLN-TOTAL)
                   MOVE PLN-MEDIA-REF   TO PL-MEDIA-REF   (PLN-TOTAL)
                   MOVE PLN-ESTADO      TO PL-ESTADO      (PLN-TOTAL)
                   READ FICHEIRO-PLANOS
                       AT END MOVE "10" TO FS-PLANOS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-PLANOS
           END-IF.

      *________________________________________________________________________*
      * GRAVA-FICHEIRO-PLANOS reescreve PLANOS.DAT a partir do
      * conte£do actualizado de PLN-TABLE.
       GRAVA-FICHEIRO-PLANOS.
           OPEN OUTPUT FICHEIRO-PLANOS.
           PERFORM VARYING PLN-IDX FROM 1 BY 1
                   UNTIL PLN-IDX > PLN-TOTAL
               MOVE PL-PERIODO     (PLN-IDX) TO PLN-PERIODO
               MOVE PL-DEP         (PLN-IDX) TO PLN-DEP
               MOVE PL-TIPO        (PLN-IDX) TO PLN-TIPO
               MOVE PL-RESPONSAVEL (PLN-IDX) TO PLN-RESPONSAVEL
               MOVE PL-MEDIDAS     (PLN-IDX) TO PLN-MEDIDAS
               MOVE PL-DATA-ALVO   (PLN-IDX) TO PLN-DATA-ALVO
               MOVE PL-MEDIA-REF   (PLN-IDX) TO PLN-MEDIA-REF
               MOVE PL-ESTADO      (PLN-IDX) TO PLN-ESTADO
               WRITE PLN-REGISTO
           END-PERFORM.
           CLOSE FICHEIRO-PLANOS.

      *________________________________________________________________________*
      * PLANOS-DE-ACCAO (op᧵o 21) Ç o ecrÑ dos planos de ac᧵o:
      * registar um plano para um alerta do per°odo, listar o estado
      * (abertos e atrasados) e fechar planos conclu°dos, para os
      * alertas deixarem de ser letra morta.
       PLANOS-DE-ACCAO.
           MOVE SPACE TO PLA-OPCAO.
           PERFORM UNTIL PLA-OPCAO = "X"
               DISPLAY CLS
               DISPLAY CABECALHO
               DISPLAY "PLANOS DE ACÄéO" AT 0701
                   FOREGROUND-COLOR 6 HIGHLIGHT
               DISPLAY "Per°odo seleccionado: " AT 0901
               DISPLAY PERIODO-ATUAL AT 0923
               DISPLAY "R=Registar L=Listagem F=Fechar X=Sair"
                   AT 1101
               PERFORM WITH TEST AFTER UNTIL VALIDAR-PLA-OPCAO
                   DISPLAY "OpáÑo: [ ]" AT 1301
                   ACCEPT PLA-OPCAO    AT 1309
                   IF (NOT VALIDAR-PLA-OPCAO) THEN
                       DISPLAY "INSIRA: R, L, F ou X" AT 1312
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT 1312
                   END-IF
               END-PERFORM
               EVALUATE PLA-OPCAO
                   WHEN "R" PERFORM REGISTA-PLANO
                   WHEN "L" PERFORM LISTA-PLANOS
                   WHEN "F" PERFORM FECHA-PLANO
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.

      *________________________________________________________________________*
      * REGISTA-PLANO regista um plano para um alerta do per°odo
      * seleccionado: mostra os alertas do per°odo, pede o
      * departamento e o tipo, e depois o respons†vel, as medidas e
      * a data alvo. A mÇdia de referÉncia (a do alerta) vem do
      * historial, para o seguimento comparar mais tarde.
       REGISTA-PLANO.
           DISPLAY CLS
           DISPLAY CABECALHO.
           IF PLN-TOTAL >= 50 THEN
               DISPLAY "TABELA DE PLANOS CHEIA" AT 0701
                   FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY "Pressione ENTER para continuar" AT 0901
               ACCEPT OMITTED AT 0933
           ELSE
               DISPLAY "ALERTAS DO PERãODO " AT 0701
                   FOREGROUND-COLOR 6 HIGHLIGHT
               DISPLAY PERIODO-ATUAL AT 0720
                   FOREGROUND-COLOR 6 HIGHLIGHT
               MOVE 9 TO LINHA
               MOVE 9 TO LINHA-TOPO-PAGINA
               OPEN INPUT FICHEIRO-ALERTAS
               IF FS-ALERTAS = "00" THEN
                   READ FICHEIRO-ALERTAS
                       AT END MOVE "10" TO FS-ALERTAS
                   END-READ
                   PERFORM UNTIL FS-ALERTAS = "10"
                       IF ALR-PERIODO = PERIODO-ATUAL THEN
                         IF ALR-NIVEL = "R" THEN
                           DISPLAY "DIR" AT LINE LINHA COL 01
                         ELSE
                           DISPLAY "DEP" AT LINE LINHA COL 01
                         END-IF
                           DISPLAY ALR-DEP AT LINE LINHA COL 05
                           DISPLAY ALR-TIPO AT LINE LINHA COL 08
                           DISPLAY ALR-MEDIA-ANT AT LINE LINHA COL 13
                           DISPLAY ALR-MEDIA-ATU AT LINE LINHA COL 18
      * uma queda dentro do ru°do nÑo justifica plano de ac᧵o.
                           IF ALR-RUIDO = "S" THEN
                               DISPLAY "DENTRO DO RUIDO"
                                   AT LINE LINHA COL 23
                           END-IF
                           ADD 1 TO LINHA
                           PERFORM CONTROLA-PAGINACAO
                       END-IF
                       READ FICHEIRO-ALERTAS
                           AT END MOVE "10" TO FS-ALERTAS
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-ALERTAS
               ELSE
                   DISPLAY "AINDA NéO H† ALERTAS"
                       AT LINE LINHA COL 01
                   ADD 1 TO LINHA
               END-IF
               ADD 1 TO LINHA
               PERFORM REGISTA-PLANO-DADOS
           END-IF.

      *________________________________________________________________________*
      * REGISTA-PLANO-DADOS pede os dados do plano e acrescenta-o ·
      * tabela e ao ficheiro.
       REGISTA-PLANO-DADOS.
           MOVE 0 TO PLA-DEP.
           PERFORM WITH TEST AFTER UNTIL DEP-E-VALIDO
               DISPLAY "Departamento do plano: " AT LINE LINHA COL 01
               ACCEPT PLA-DEP AT LINE LINHA COL 24
               MOVE PLA-DEP TO DEP-VERIFICA
               PERFORM VERIFICA-DEP-ACTIVO
               IF (NOT DEP-E-VALIDO) THEN
                   DISPLAY "DEPARTAMENTO INV†LIDO"
                       AT LINE LINHA COL 27
                       FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   DISPLAY " " ERASE EOL AT LINE LINHA COL 27
               END-IF
           END-PERFORM.
           ADD 1 TO LINHA.
           MOVE SPACES TO PLA-TIPO.
           PERFORM WITH TEST AFTER UNTIL PLA-TIPO-E-VALIDO
               DISPLAY "Tipo (QUE/PIS/COB/Pnn): " AT LINE LINHA COL 01
               ACCEPT PLA-TIPO AT LINE LINHA COL 25
               PERFORM VALIDA-TIPO-PLANO
               IF (NOT PLA-TIPO-E-VALIDO) THEN
                   DISPLAY "INSIRA: QUE, PIS, COB ou Pnn"
                       AT LINE LINHA COL 30
                       FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   DISPLAY " " ERASE EOL AT LINE LINHA COL 30
               END-IF
           END-PERFORM.
           ADD 1 TO LINHA.
           ADD 1 TO PLN-TOTAL.
           MOVE PERIODO-ATUAL TO PL-PERIODO (PLN-TOTAL).
           MOVE PLA-DEP       TO PL-DEP     (PLN-TOTAL).
           MOVE PLA-TIPO      TO PL-TIPO    (PLN-TOTAL).
           DISPLAY "Respons†vel: " AT LINE LINHA COL 01.
           ACCEPT PL-RESPONSAVEL (PLN-TOTAL) AT LINE LINHA COL 14.
           ADD 1 TO LINHA.
           DISPLAY "Medidas: " AT LINE LINHA COL 01.
           ACCEPT PL-MEDIDAS (PLN-TOTAL) AT LINE LINHA COL 10.
           ADD 1 TO LINHA.
           DISPLAY "Data alvo (AAAAMMDD): " AT LINE LINHA COL 01.
           ACCEPT PL-DATA-ALVO (PLN-TOTAL) AT LINE LINHA COL 23.
           MOVE "A" TO PL-ESTADO (PLN-TOTAL).
      * a mÇdia de referÉncia Ç a que o departamento tinha neste
      * per°odo quando o alerta saiu, lida do historial; num plano
      * por pergunta Ç a mÇdia dessa pergunta no departamento.
           MOVE 0 TO PL-MEDIA-REF (PLN-TOTAL).
           IF PLA-TIPO (1:1) = "P" THEN
               PERFORM APURA-MEDIA-PERGUNTA-DEP
               MOVE PLA-MEDIA-PERG TO PL-MEDIA-REF (PLN-TOTAL)
           ELSE
               PERFORM CARREGA-HISTORICO-TABELA
               PERFORM VARYING INDICE2 FROM 1 BY 1
                       UNTIL INDICE2 > HIST-TOTAL
                   IF HT-PERIODO (INDICE2) = PERIODO-ATUAL AND
                      HT-DEP (INDICE2) = PLA-DEP AND
                      HT-NIVEL (INDICE2) = "D" THEN
                       MOVE HT-MEDIA (INDICE2) TO MEDIA-ANT-NUM
                       MOVE MEDIA-ANT-NUM TO PL-MEDIA-REF (PLN-TOTAL)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM GRAVA-FICHEIRO-PLANOS.
           ADD 1 TO LINHA.
           DISPLAY "PLANO REGISTADO" AT LINE LINHA COL 01.
           ADD 1 TO LINHA.
           DISPLAY "Pressione ENTER para continuar"
               AT LINE LINHA COL 01.
           ACCEPT OMITTED AT LINE LINHA COL 33.

      *________________________________________________________________________*
      * VALIDA-TIPO-PLANO aceita em PLA-TIPO um tipo de alerta (QUE,
      * PIS, COB) ou uma pergunta do question†rio do per°odo (Pnn,
      * de P01 atÇ ao n£mero de perguntas), deixando o n£mero da
      * pergunta em PLA-PERGUNTA.
       VALIDA-TIPO-PLANO.
           MOVE "N" TO SW-PLA-TIPO-OK.
           MOVE 0 TO PLA-PERGUNTA.
           IF VALIDAR-PLA-TIPO THEN
               MOVE "S" TO SW-PLA-TIPO-OK
           ELSE IF PLA-TIPO (1:1) = "P" AND
                   PLA-TIPO (2:2) IS NUMERIC THEN
               MOVE PLA-TIPO (2:2) TO PLA-PERGUNTA
               IF PLA-PERGUNTA >= 1 AND
                  PLA-PERGUNTA <= QTD-PERGUNTAS THEN
                   MOVE "S" TO SW-PLA-TIPO-OK
               END-IF
           END-IF
           END-IF.

      *________________________________________________________________________*
      * APURA-MEDIA-PERGUNTA-DEP calcula, sobre as respostas do
      * per°odo carregadas nas TABLES, a mÇdia da pergunta
      * PLA-PERGUNTA no departamento PLA-DEP (PLA-MEDIA-PERG; 0 se o
      * departamento nÑo tiver respostas).
       APURA-MEDIA-PERGUNTA-DEP.
           MOVE 0 TO PLA-SOMA-PERG.
           MOVE 0 TO PLA-CONT-PERG.
           MOVE 0 TO PLA-MEDIA-PERG.
           PERFORM VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > TOTAL-REGISTOS
               IF TB-PERIODO (INDICE) = PERIODO-ATUAL AND
                  TB-DEP (INDICE) = PLA-DEP THEN
                   ADD TB-NOTA-Q (INDICE PLA-PERGUNTA)
                       TO PLA-SOMA-PERG
                   ADD 1 TO PLA-CONT-PERG
               END-IF
           END-PERFORM.
           IF PLA-CONT-PERG > 0 THEN
               COMPUTE PLA-MEDIA-PERG =
                       PLA-SOMA-PERG / PLA-CONT-PERG
           END-IF.

      *________________________________________________________________________*
      * LISTA-PLANOS mostra o estado de todos os planos: per°odo,
      * departamento, tipo, respons†vel, data alvo e estado, com os
      * abertos j† passados da data alvo marcados como ATRASADO.
       LISTA-PLANOS.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "LISTAGEM DE PLANOS DE ACÄéO" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           ACCEPT PLA-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 9 TO LINHA.
           MOVE 9 TO LINHA-TOPO-PAGINA.
           IF PLN-TOTAL = 0 THEN
               DISPLAY "AINDA NéO H† PLANOS" AT LINE LINHA COL 01
               ADD 1 TO LINHA
           ELSE
               PERFORM VARYING PLN-IDX FROM 1 BY 1
                       UNTIL PLN-IDX > PLN-TOTAL
                   DISPLAY PLN-IDX AT LINE LINHA COL 01
                   DISPLAY PL-PERIODO (PLN-IDX) AT LINE LINHA COL 05
                   DISPLAY PL-DEP (PLN-IDX) AT LINE LINHA COL 12
                   DISPLAY PL-TIPO (PLN-IDX) AT LINE LINHA COL 15
                   DISPLAY PL-RESPONSAVEL (PLN-IDX)
                       AT LINE LINHA COL 19
                   DISPLAY PL-DATA-ALVO (PLN-IDX)
                       AT LINE LINHA COL 40
                   IF PL-ESTADO (PLN-IDX) = "C" THEN
                       DISPLAY "CONCLUãDO" AT LINE LINHA COL 50
                   ELSE
                       IF PL-DATA-ALVO (PLN-IDX) < PLA-DATA-HOJE THEN
                           DISPLAY "ATRASADO" AT LINE LINHA COL 50
                               FOREGROUND-COLOR 4 HIGHLIGHT
                       ELSE
                           DISPLAY "ABERTO" AT LINE LINHA COL 50
                       END-IF
                   END-IF
                   ADD 1 TO LINHA
                   PERFORM CONTROLA-PAGINACAO
               END-PERFORM
           END-IF.
           ADD 1 TO LINHA.
           DISPLAY "Pressione ENTER para continuar"
               AT LINE LINHA COL 01.
           ACCEPT OMITTED AT LINE LINHA COL 33.

      *________________________________________________________________________*
      * FECHA-PLANO marca um plano como conclu°do, pelo n£mero da
      * listagem.
       FECHA-PLANO.
           PERFORM LISTA-PLANOS.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "N£mero do plano a fechar: " AT 0701.
           MOVE 0 TO PLA-NUMERO.
           ACCEPT PLA-NUMERO AT 0727.
           IF PLA-NUMERO < 1 OR PLA-NUMERO > PLN-TOTAL THEN
               DISPLAY "N¤MERO DESCONHECIDO" AT 0901
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               MOVE "C" TO PL-ESTADO (PLA-NUMERO)
               PERFORM GRAVA-FICHEIRO-PLANOS
               DISPLAY "PLANO FECHADO" AT 0901
           END-IF.
           DISPLAY "Pressione ENTER para continuar" AT 1101.
           ACCEPT OMITTED AT 1133.

      *________________________________________________________________________*
      * VERIFICA-PLANOS-SEGUIMENTO corre depois de VERIFICA-ALERTAS,
      * quando as mÇdias do per°odo acabam de ir para o historial:
      * para cada plano aberto de um per°odo anterior cujo
      * departamento tem mÇdia neste per°odo, a p†gina de alertas do
      * relat¢rio diz se a mÇdia recuperou face · referÉncia do
      * plano.
       VERIFICA-PLANOS-SEGUIMENTO.
           MOVE 0 TO CONTADOR-SEGUIMENTOS.
           PERFORM VARYING PLN-IDX FROM 1 BY 1
                   UNTIL PLN-IDX > PLN-TOTAL
               IF PL-ESTADO (PLN-IDX) = "A" AND
                  PL-PERIODO (PLN-IDX) NOT = PERIODO-ALVO AND
                  PL-DEP (PLN-IDX) >= 1 AND
                  PL-DEP (PLN-IDX) <= DEP-MAX THEN
                   IF MD-CONT (PL-DEP (PLN-IDX)) > 0 THEN
                       PERFORM EMITE-SEGUIMENTO-PLANO
                   END-IF
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * EMITE-SEGUIMENTO-PLANO escreve na p†gina de alertas a linha
      * de seguimento do plano em PLN-IDX contra a mÇdia acabada de
      * apurar.
       EMITE-SEGUIMENTO-PLANO.
           IF CONTADOR-SEGUIMENTOS = 0 THEN
               MOVE SPACES TO LINHA-AUX
               STRING "SEGUIMENTO DE PLANOS DE ACCAO - PERIODO "
                                        DELIMITED BY SIZE
                      PERIODO-ALVO      DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM GUARDA-LINHA-ALERTA
           END-IF.
           ADD 1 TO CONTADOR-SEGUIMENTOS.
           MOVE PL-DEP (PLN-IDX) TO DEP-IDX.
           PERFORM OBTEM-NOME-DEPARTAMENTO.
      * um plano por pergunta segue a mÇdia dessa pergunta no
      * departamento; os outros seguem a mÇdia do departamento.
           IF PL-TIPO (PLN-IDX) (1:1) = "P" AND
              PL-TIPO (PLN-IDX) (2:2) IS NUMERIC THEN
               MOVE PL-DEP (PLN-IDX) TO PLA-DEP
               MOVE PL-TIPO (PLN-IDX) (2:2) TO PLA-PERGUNTA
               IF PLA-PERGUNTA < 1 OR PLA-PERGUNTA > 10 THEN
                   MOVE 1 TO PLA-PERGUNTA
               END-IF
               PERFORM APURA-MEDIA-PERGUNTA-DEP
               MOVE PLA-MEDIA-PERG TO SEG-MEDIA-ATU
           ELSE
               MOVE MD-MEDIA (DEP-IDX) TO SEG-MEDIA-ATU
           END-IF.
           MOVE PL-MEDIA-REF (PLN-IDX) TO SAIDA-MEDIA-ANT.
           MOVE SEG-MEDIA-ATU          TO SAIDA-MEDIA-ATU.
           MOVE SPACES TO LINHA-AUX.
           IF SEG-MEDIA-ATU > PL-MEDIA-REF (PLN-IDX) THEN
               STRING "PLANO "            DELIMITED BY SIZE
                      PL-PERIODO (PLN-IDX) DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      DEP-NOME-SAIDA       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      PL-TIPO (PLN-IDX)    DELIMITED BY SIZE
                      " RECUPEROU "        DELIMITED BY SIZE
                      SAIDA-MEDIA-ANT      DELIMITED BY SIZE
                      " P/ "               DELIMITED BY SIZE
                      SAIDA-MEDIA-ATU      DELIMITED BY SIZE
                      INTO LINHA-AUX
           ELSE
               STRING "PLANO "            DELIMITED BY SIZE
                      PL-PERIODO (PLN-IDX) DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      DEP-NOME-SAIDA       DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      PL-TIPO (PLN-IDX)    DELIMITED BY SIZE
                      " SEM RECUPERAR "    DELIMITED BY SIZE
                      SAIDA-MEDIA-ANT      DELIMITED BY SIZE
                      " P/ "               DELIMITED BY SIZE
                      SAIDA-MEDIA-ATU      DELIMITED BY SIZE
                      INTO LINHA-AUX
           END-IF.
           PERFORM GUARDA-LINHA-ALERTA.

      *________________________________________________________________________*
      * BATCH-SALVAGUARDA executa a verifica᧵o e salvaguarda no modo
      * nÑo assistido (passo V, a correr antes do C): se algum
      * ficheiro estiver inconsistente, os passos seguintes da
      * janela nÑo correm e o c¢digo de retorno fica no log.
       BATCH-SALVAGUARDA.
           PERFORM VERIFICA-E-SALVAGUARDA.
           IF SALVAGUARDA-FALHOU THEN
               MOVE "VERIFICACAO: FICHEIROS INCONSISTENTES"
                   TO LINHA-AUX
               PERFORM ESCREVE-LOG
               IF CODIGO-RETORNO < 12 THEN
                   MOVE 12 TO CODIGO-RETORNO
               END-IF
           ELSE
               MOVE "VERIFICACAO: FICHEIROS OK, SALVAGUARDAS ESCRITAS"
                   TO LINHA-AUX
               PERFORM ESCREVE-LOG
           END-IF.

      *________________________________________________________________________*
      * SALVAGUARDA-RESTAURO (op᧵o 23) Ç o ecrÑ da salvaguarda:
      * correr j† a verifica᧵o e as c¢pias datadas, ou restaurar os
      * ficheiros vivos de uma gera᧵o de salvaguarda escolhida.
       SALVAGUARDA-RESTAURO.
           MOVE SPACE TO SLV-OPCAO.
           PERFORM UNTIL SLV-OPCAO = "X"
               DISPLAY CLS
               DISPLAY CABECALHO
               DISPLAY "SALVAGUARDA E RESTAURO" AT 0701
                   FOREGROUND-COLOR 6 HIGHLIGHT
               DISPLAY "S=Salvaguardar agora R=Restaurar X=Sair"
                   AT 0901
               PERFORM WITH TEST AFTER UNTIL VALIDAR-SLV-OPCAO
                   DISPLAY "OpáÑo: [ ]" AT 1101
                   ACCEPT SLV-OPCAO    AT 1109
                   IF (NOT VALIDAR-SLV-OPCAO) THEN
                       DISPLAY "INSIRA: S, R ou X" AT 1112
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT 1112
                   END-IF
               END-PERFORM
               EVALUATE SLV-OPCAO
                   WHEN "S" PERFORM SALVAGUARDA-AGORA
                   WHEN "R" PERFORM RESTAURA-SALVAGUARDA
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.

      *________________________________________________________________________*
      * SALVAGUARDA-AGORA corre a verifica᧵o e as c¢pias no ecrÑ,
      * com as mensagens a sair na pr¢pria p†gina.
       SALVAGUARDA-AGORA.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "VERIFICAÄéO E SALVAGUARDA" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           MOVE 9 TO LINHA.
           PERFORM VERIFICA-E-SALVAGUARDA.
           ADD 1 TO LINHA.
           IF SALVAGUARDA-FALHOU THEN
               DISPLAY "VERIFICAÄéO FALHOU - NADA COPIADO"
                   AT LINE LINHA COL 01 FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               DISPLAY "SALVAGUARDAS ESCRITAS" AT LINE LINHA COL 01
           END-IF.
           ADD 2 TO LINHA.
           DISPLAY "Pressione ENTER para continuar"
               AT LINE LINHA COL 01.
           ACCEPT OMITTED AT LINE LINHA COL 33.

      *________________________________________________________________________*
      * VERIFICA-E-SALVAGUARDA confere o estado e as contagens dos
      * ficheiros do inquÇrito contra o £ltimo ponto bom conhecido
      * (CONTAGENS.DAT) e, se tudo estiver sÑo, escreve as c¢pias
      * datadas e regrava as contagens. Qualquer inconsistÉncia
      * levanta SALVAGUARDA-FALHOU sem copiar nada.
       VERIFICA-E-SALVAGUARDA.
           MOVE "N" TO SW-SALVAGUARDA-FALHOU.
           PERFORM CONTA-FICHEIROS-VIVOS.
           PERFORM LE-CONTAGENS.
      * um ficheiro mais pequeno do que no £ltimo ponto bom Ç o
      * sintoma cl†ssico da escrita a meio interrompida por um corte
      * de energia: melhor parar do que carregar por cima.
           IF (NOT SALVAGUARDA-FALHOU) AND CONTAGENS-FORAM-LIDAS THEN
               IF CONT-ACT-RESPOSTAS < CONT-REF-RESPOSTAS THEN
                   MOVE "RESPOSTAS.DAT ENCOLHEU FACE AO PONTO BOM"
                       TO LINHA-AUX
                   PERFORM EMITE-MSG-SALVAGUARDA
                   MOVE "S" TO SW-SALVAGUARDA-FALHOU
               END-IF
               IF CONT-ACT-FUNCIONARIOS < CONT-REF-FUNCIONARIOS THEN
                   MOVE "FUNCIONARIOS.DAT ENCOLHEU FACE AO PONTO BOM"
                       TO LINHA-AUX
                   PERFORM EMITE-MSG-SALVAGUARDA
                   MOVE "S" TO SW-SALVAGUARDA-FALHOU
               END-IF
               IF CONT-ACT-HISTORICO < CONT-REF-HISTORICO THEN
                   MOVE "HISTORICO.DAT ENCOLHEU FACE AO PONTO BOM"
                       TO LINHA-AUX
                   PERFORM EMITE-MSG-SALVAGUARDA
                   MOVE "S" TO SW-SALVAGUARDA-FALHOU
               END-IF
               IF CONT-ACT-PERIODOS < CONT-REF-PERIODOS THEN
                   MOVE "PERIODOS.DAT ENCOLHEU FACE AO PONTO BOM"
                       TO LINHA-AUX
                   PERFORM EMITE-MSG-SALVAGUARDA
                   MOVE "S" TO SW-SALVAGUARDA-FALHOU
               END-IF
           END-IF.
           IF (NOT SALVAGUARDA-FALHOU) THEN
               PERFORM COPIA-SALVAGUARDAS
               PERFORM GRAVA-CONTAGENS
           END-IF.

      *________________________________________________________________________*
      * CONTA-FICHEIROS-VIVOS abre e lÉ atÇ ao fim cada ficheiro do
      * inquÇrito, contando os registos: um ficheiro que nÑo abre ou
      * nÑo se deixa ler atÇ ao fim levanta logo a falha.
       CONTA-FICHEIROS-VIVOS.
           MOVE 0 TO CONT-ACT-RESPOSTAS.
           OPEN INPUT FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS NOT = "00" THEN
               MOVE "RESPOSTAS.DAT NAO ABRE" TO LINHA-AUX
               PERFORM EMITE-MSG-SALVAGUARDA
               MOVE "S" TO SW-SALVAGUARDA-FALHOU
           ELSE
               READ FICHEIRO-RESPOSTAS NEXT RECORD
                   AT END MOVE "10" TO FS-RESPOSTAS
               END-READ
               PERFORM UNTIL FS-RESPOSTAS NOT = "00"
                   ADD 1 TO CONT-ACT-RESPOSTAS
                   READ FICHEIRO-RESPOSTAS NEXT RECORD
                       AT END MOVE "10" TO FS-RESPOSTAS
                   END-READ
               END-PERFORM
               IF FS-RESPOSTAS NOT = "10" THEN
                   MOVE "RESPOSTAS.DAT NAO SE LE ATE AO FIM"
                       TO LINHA-AUX
                   PERFORM EMITE-MSG-SALVAGUARDA
                   MOVE "S" TO SW-SALVAGUARDA-FALHOU
               END-IF
               CLOSE FICHEIRO-RESPOSTAS
           END-IF.

           MOVE 0 TO CONT-ACT-FUNCIONARIOS.
           OPEN INPUT FICHEIRO-FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT = "00" THEN
               MOVE "FUNCIONARIOS.DAT NAO ABRE" TO LINHA-AUX
               PERFORM EMITE-MSG-SALVAGUARDA
               MOVE "S" TO SW-SALVAGUARDA-FALHOU
           ELSE
               READ FICHEIRO-FUNCIONARIOS
                   AT END MOVE "10" TO FS-FUNCIONARIOS
               END-READ
               PERFORM UNTIL FS-FUNCIONARIOS NOT = "00"
                   ADD 1 TO CONT-ACT-FUNCIONARIOS
                   READ FICHEIRO-FUNCIONARIOS
                       AT END MOVE "10" TO FS-FUNCIONARIOS
                   END-READ
               END-PERFORM
               IF FS-FUNCIONARIOS NOT = "10" THEN
                   MOVE "FUNCIONARIOS.DAT NAO SE LE ATE AO FIM"
                       TO LINHA-AUX
                   PERFORM EMITE-MSG-SALVAGUARDA
                   MOVE "S" TO SW-SALVAGUARDA-FALHOU
               END-IF
               CLOSE FICHEIRO-FUNCIONARIOS
           END-IF.

           MOVE 0 TO CONT-ACT-HISTORICO.
           OPEN INPUT FICHEIRO-HISTORICO.
           IF FS-HISTORICO NOT = "00" THEN
               MOVE "HISTORICO.DAT NAO ABRE" TO LINHA-AUX
               PERFORM EMITE-MSG-SALVAGUARDA
               MOVE "S" TO SW-SALVAGUARDA-FALHOU
           ELSE
               READ FICHEIRO-HISTORICO
                   AT END MOVE "10" TO FS-HISTORICO
               END-READ
               PERFORM UNTIL FS-HISTORICO NOT = "00"
                   ADD 1 TO CONT-ACT-HISTORICO
                   READ FICHEIRO-HISTORICO
                       AT END MOVE "10" TO FS-HISTORICO
                   END-READ
               END-PERFORM
               IF FS-HISTORICO NOT = "10" THEN
                   MOVE "HISTORICO.DAT NAO SE LE ATE AO FIM"
                       TO LINHA-AUX
                   PERFORM EMITE-MSG-SALVAGUARDA
                   MOVE "S" TO SW-SALVAGUARDA-FALHOU
               END-IF
               CLOSE FICHEIRO-HISTORICO
           END-IF.

           MOVE 0 TO CONT-ACT-PERIODOS.
           OPEN INPUT FICHEIRO-PERIODOS.
           IF FS-PERIODOS NOT = "00" THEN
               MOVE "PERIODOS.DAT NAO ABRE" TO LINHA-AUX
               PERFORM EMITE-MSG-SALVAGUARDA
               MOVE "S" TO SW-SALVAGUARDA-FALHOU
           ELSE
               READ FICHEIRO-PERIODOS
                   AT END MOVE "10" TO FS-PERIODOS
               END-READ
               PERFORM UNTIL FS-PERIODOS NOT = "00"
                   ADD 1 TO CONT-ACT-PERIODOS
                   READ FICHEIRO-PERIODOS
                       AT END MOVE "10" TO FS-PERIODOS
                   END-READ
               END-PERFORM
               IF FS-PERIODOS NOT = "10" THEN
                   MOVE "PERIODOS.DAT NAO SE LE ATE AO FIM"
                       TO LINHA-AUX
                   PERFORM EMITE-MSG-SALVAGUARDA
                   MOVE "S" TO SW-SALVAGUARDA-FALHOU
               END-IF
               CLOSE FICHEIRO-PERIODOS
           END-IF.

      *________________________________________________________________________*
      * EMITE-MSG-SALVAGUARDA faz sair LINHA-AUX no log (janela
      * nocturna) ou no ecrÑ (op᧵o 23) e limpa-a.
       EMITE-MSG-SALVAGUARDA.
           IF MODO-E-BATCH THEN
               PERFORM ESCREVE-LOG
           ELSE
               DISPLAY LINHA-AUX (1:78) AT LINE LINHA COL 01
               ADD 1 TO LINHA
               MOVE SPACES TO LINHA-AUX
           END-IF.

      *________________________________________________________________________*
      * LE-CONTAGENS lÉ o £ltimo ponto bom conhecido (CONTAGENS.DAT)
      * para os campos de referÉncia; na primeira utiliza᧵o ainda
      * nÑo existe e a verifica᧵o passa s¢ pelo estado dos
      * ficheiros.
       LE-CONTAGENS.
           MOVE "N" TO SW-CONTAGENS-LIDAS.
           OPEN INPUT FICHEIRO-CONTAGENS.
           IF FS-CONTAGENS = "00" THEN
               READ FICHEIRO-CONTAGENS
                   AT END MOVE "10" TO FS-CONTAGENS
               END-READ
               IF FS-CONTAGENS = "00" THEN
                   MOVE CTG-RESPOSTAS    TO CONT-REF-RESPOSTAS
                   MOVE CTG-FUNCIONARIOS TO CONT-REF-FUNCIONARIOS
                   MOVE CTG-HISTORICO    TO CONT-REF-HISTORICO
                   MOVE CTG-PERIODOS     TO CONT-REF-PERIODOS
                   MOVE "S" TO SW-CONTAGENS-LIDAS
               END-IF
               CLOSE FICHEIRO-CONTAGENS
           END-IF.

      *________________________________________________________________________*
      * GRAVA-CONTAGENS regrava CONTAGENS.DAT com as contagens
      * actuais, que passam a ser o ponto bom de referÉncia.
       GRAVA-CONTAGENS.
           OPEN OUTPUT FICHEIRO-CONTAGENS.
           MOVE CONT-ACT-RESPOSTAS    TO CTG-RESPOSTAS.
           MOVE CONT-ACT-FUNCIONARIOS TO CTG-FUNCIONARIOS.
           MOVE CONT-ACT-HISTORICO    TO CTG-HISTORICO.
           MOVE CONT-ACT-PERIODOS     TO CTG-PERIODOS.
           WRITE CTG-REGISTO.
           CLOSE FICHEIRO-CONTAGENS.

      *________________________________________________________________________*
      * ACTUALIZA-CONTAGENS-VIVAS reconta os ficheiros e regrava o
      * ponto bom; corre depois de uma arquivagem, que encolhe o
      * ficheiro de respostas de forma leg°tima.
       ACTUALIZA-CONTAGENS-VIVAS.
           MOVE "N" TO SW-SALVAGUARDA-FALHOU.
           MOVE 15 TO LINHA.
           PERFORM CONTA-FICHEIROS-VIVOS.
           IF (NOT SALVAGUARDA-FALHOU) THEN
               PERFORM GRAVA-CONTAGENS
           END-IF.

      *________________________________________________________________________*
      * MONTA-NOME-SEGURANCA monta o nome da c¢pia de salvaguarda a
      * partir do prefixo do ficheiro e da data em SLV-DATA.
       MONTA-NOME-SEGURANCA.
           MOVE SPACES TO NOME-SEGURANCA.
           STRING SEG-PREFIXO DELIMITED BY SIZE
                  SLV-DATA    DELIMITED BY SIZE
                  ".SEG"      DELIMITED BY SIZE
                  INTO NOME-SEGURANCA.

      *________________________________________________________________________*
      * COPIA-SALVAGUARDAS escreve as quatro c¢pias datadas do dia.
       COPIA-SALVAGUARDAS.
           ACCEPT SLV-DATA FROM DATE YYYYMMDD.
           PERFORM COPIA-SEG-RESPOSTAS.
           PERFORM COPIA-SEG-FUNCIONARIOS.
           PERFORM COPIA-SEG-HISTORICO.
           PERFORM COPIA-SEG-PERIODOS.

      *________________________________________________________________________*
      * COPIA-SEG-RESPOSTAS copia o ficheiro vivo de respostas para a
      * c¢pia datada, registo a registo, em imagem plana.
       COPIA-SEG-RESPOSTAS.
           MOVE "RESP" TO SEG-PREFIXO.
           PERFORM MONTA-NOME-SEGURANCA.
           MOVE 0 TO CONTADOR-SEG.
           OPEN INPUT FICHEIRO-RESPOSTAS.
           OPEN OUTPUT FICHEIRO-SEGURANCA.
           READ FICHEIRO-RESPOSTAS NEXT RECORD
               AT END MOVE "10" TO FS-RESPOSTAS
           END-READ.
           PERFORM UNTIL FS-RESPOSTAS NOT = "00"
               MOVE FR-REGISTO TO SEG-REGISTO
               WRITE SEG-REGISTO
               ADD 1 TO CONTADOR-SEG
               READ FICHEIRO-RESPOSTAS NEXT RECORD
                   AT END MOVE "10" TO FS-RESPOSTAS
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-RESPOSTAS.
           CLOSE FICHEIRO-SEGURANCA.
           PERFORM EMITE-MSG-COPIA.

      *________________________________________________________________________*
      * COPIA-SEG-FUNCIONARIOS copia o quadro de pessoal para a
      * c¢pia datada.
       COPIA-SEG-FUNCIONARIOS.
           MOVE "FUNC" TO SEG-PREFIXO.
           PERFORM MONTA-NOME-SEGURANCA.
           MOVE 0 TO CONTADOR-SEG.
           OPEN INPUT FICHEIRO-FUNCIONARIOS.
           OPEN OUTPUT FICHEIRO-SEGURANCA.
           READ FICHEIRO-FUNCIONARIOS
               AT END MOVE "10" TO FS-FUNCIONARIOS
           END-READ.
           PERFORM UNTIL FS-FUNCIONARIOS NOT = "00"
               MOVE FUNC-REGISTO TO SEG-REGISTO
               WRITE SEG-REGISTO
               ADD 1 TO CONTADOR-SEG
               READ FICHEIRO-FUNCIONARIOS
                   AT END MOVE "10" TO FS-FUNCIONARIOS
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-FUNCIONARIOS.
           CLOSE FICHEIRO-SEGURANCA.
           PERFORM EMITE-MSG-COPIA.

      *________________________________________________________________________*
      * COPIA-SEG-HISTORICO copia o historial para a c¢pia datada.
       COPIA-SEG-HISTORICO.
           MOVE "HIST" TO SEG-PREFIXO.
           PERFORM MONTA-NOME-SEGURANCA.
           MOVE 0 TO CONTADOR-SEG.
           OPEN INPUT FICHEIRO-HISTORICO.
           OPEN OUTPUT FICHEIRO-SEGURANCA.
           READ FICHEIRO-HISTORICO
               AT END MOVE "10" TO FS-HISTORICO
           END-READ.
           PERFORM UNTIL FS-HISTORICO NOT = "00"
               MOVE HIST-REGISTO TO SEG-REGISTO
               WRITE SEG-REGISTO
               ADD 1 TO CONTADOR-SEG
               READ FICHEIRO-HISTORICO
                   AT END MOVE "10" TO FS-HISTORICO
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-HISTORICO.
           CLOSE FICHEIRO-SEGURANCA.
           PERFORM EMITE-MSG-COPIA.

      *________________________________________________________________________*
      * COPIA-SEG-PERIODOS copia o registo de per°odos para a c¢pia
      * datada.
       COPIA-SEG-PERIODOS.
           MOVE "PERI" TO SEG-PREFIXO.
           PERFORM MONTA-NOME-SEGURANCA.
           MOVE 0 TO CONTADOR-SEG.
           OPEN INPUT FICHEIRO-PERIODOS.
           OPEN OUTPUT FICHEIRO-SEGURANCA.
           READ FICHEIRO-PERIODOS
               AT END MOVE "10" TO FS-PERIODOS
           END-READ.
           PERFORM UNTIL FS-PERIODOS NOT = "00"
               MOVE PER-REGISTO TO SEG-REGISTO
               WRITE SEG-REGISTO
               ADD 1 TO CONTADOR-SEG
               READ FICHEIRO-PERIODOS
                   AT END MOVE "10" TO FS-PERIODOS
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-PERIODOS.
           CLOSE FICHEIRO-SEGURANCA.
           PERFORM EMITE-MSG-COPIA.

      *________________________________________________________________________*
      * EMITE-MSG-COPIA regista a c¢pia acabada de escrever, com o
      * nome e o n§ de registos.
       EMITE-MSG-COPIA.
           MOVE SPACES TO LINHA-AUX.
           STRING "SALVAGUARDA " DELIMITED BY SIZE
                  NOME-SEGURANCA DELIMITED BY SIZE
                  ": "           DELIMITED BY SIZE
                  CONTADOR-SEG   DELIMITED BY SIZE
                  " REGISTOS"    DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM EMITE-MSG-SALVAGUARDA.

      *________________________________________________________________________*
      * RESTAURA-SALVAGUARDA (op᧵o 23, R) substitui os ficheiros
      * vivos pela gera᧵o de salvaguarda escolhida. S¢ avanáa se a
      * gera᧵o estiver completa (os quatro ficheiros presentes) e
      * depois de confirmado, e no fim rep§e as tabelas em mem¢ria,
      * o registo de controlo e o ponto bom das contagens.
       RESTAURA-SALVAGUARDA.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "RESTAURO DE SALVAGUARDA" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Gera᧵o a restaurar (AAAAMMDD): " AT 0901.
           MOVE 0 TO SLV-DATA.
           ACCEPT SLV-DATA AT 0933.
           PERFORM VERIFICA-GERACAO-COMPLETA.
           IF (NOT GERACAO-EXISTE) THEN
               DISPLAY "GERAÄéO INCOMPLETA OU INEXISTENTE" AT 1101
                   FOREGROUND-COLOR 4 HIGHLIGHT
      * uma gera᧵o anterior · conversÑo dos c¢digos de departamento
      * est† no traáado antigo e nÑo pode voltar para os ficheiros
      * vivos.
           ELSE IF SLV-DATA < DATA-CONVERSAO THEN
               DISPLAY "GERAÄéO ANTERIOR · CONVERSéO DOS DADOS"
                   AT 1101 FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               DISPLAY "O RESTAURO SUBSTITUI OS FICHEIROS VIVOS"
                   AT 1101 FOREGROUND-COLOR 4 HIGHLIGHT
               MOVE SPACE TO RESP-CONFIRMA
               PERFORM WITH TEST AFTER UNTIL VALIDAR-RESP-CONFIRMA
                   DISPLAY "Confirma o restauro (S/N)? " AT 1301
                   ACCEPT RESP-CONFIRMA AT 1329
                   IF (NOT VALIDAR-RESP-CONFIRMA) THEN
                       DISPLAY "INSIRA: S ou N" AT 1332
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT 1332
                   END-IF
               END-PERFORM
               IF RESP-CONFIRMA = "S" THEN
                   PERFORM RESTAURA-SALVAGUARDA-EXECUTA
                   DISPLAY "RESTAURO CONCLUãDO" AT 1501
                   IF RGP-REAPLICADOS > 0 THEN
                       DISPLAY "APAGAMENTOS RGPD REAPLICADOS: "
                           AT 1601
                       DISPLAY RGP-REAPLICADOS AT 1631
                   END-IF
               END-IF
           END-IF
           END-IF.
           DISPLAY "Pressione ENTER para continuar" AT 1701.
           ACCEPT OMITTED AT 1733.

      *________________________________________________________________________*
      * VERIFICA-GERACAO-COMPLETA confirma que os quatro ficheiros da
      * gera᧵o em SLV-DATA existem antes de tocar em qualquer
      * ficheiro vivo.
       VERIFICA-GERACAO-COMPLETA.
           MOVE "S" TO SW-GERACAO-EXISTE.
           MOVE "RESP" TO SEG-PREFIXO.
           PERFORM VERIFICA-GERACAO-FICHEIRO.
           MOVE "FUNC" TO SEG-PREFIXO.
           PERFORM VERIFICA-GERACAO-FICHEIRO.
           MOVE "HIST" TO SEG-PREFIXO.
           PERFORM VERIFICA-GERACAO-FICHEIRO.
           MOVE "PERI" TO SEG-PREFIXO.
           PERFORM VERIFICA-GERACAO-FICHEIRO.

      *________________________________________________________________________*
      * VERIFICA-GERACAO-FICHEIRO tenta abrir a c¢pia do prefixo
      * corrente; se nÑo abrir, a gera᧵o fica marcada incompleta.
       VERIFICA-GERACAO-FICHEIRO.
           PERFORM MONTA-NOME-SEGURANCA.
           OPEN INPUT FICHEIRO-SEGURANCA.
           IF FS-SEGURANCA = "00" THEN
               CLOSE FICHEIRO-SEGURANCA
           ELSE
               MOVE "N" TO SW-GERACAO-EXISTE
           END-IF.

      *________________________________________________________________________*
      * RESTAURA-SALVAGUARDA-EXECUTA rep§e os quatro ficheiros vivos
      * a partir da gera᧵o escolhida e reergue tudo o que depende
      * deles: pr¢xima matr°cula no controlo, tabelas em mem¢ria,
      * respostas do per°odo corrente e ponto bom das contagens.
       RESTAURA-SALVAGUARDA-EXECUTA.
           PERFORM RESTAURA-SEG-RESPOSTAS.
           PERFORM RESTAURA-SEG-FUNCIONARIOS.
           PERFORM RESTAURA-SEG-HISTORICO.
           PERFORM RESTAURA-SEG-PERIODOS.
      * a pr¢xima matr°cula volta a apurar-se do ficheiro restaurado,
      * como no arranque sem registo de controlo.
           MOVE 1 TO PROX-MATRICULA.
           OPEN INPUT FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS = "00" THEN
               READ FICHEIRO-RESPOSTAS NEXT RECORD
                   AT END MOVE "10" TO FS-RESPOSTAS
               END-READ
               PERFORM UNTIL FS-RESPOSTAS NOT = "00"
                   IF FR-MATRICULA >= PROX-MATRICULA THEN
                       COMPUTE PROX-MATRICULA = FR-MATRICULA + 1
                   END-IF
                   READ FICHEIRO-RESPOSTAS NEXT RECORD
                       AT END MOVE "10" TO FS-RESPOSTAS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
           END-IF.
           PERFORM GRAVA-CONTROLO.
           PERFORM CARREGA-FICHEIRO-FUNCIONARIOS.
      * uma gera᧵o anterior a um apagamento de dados pessoais
      * traria de volta o que foi apagado.
           PERFORM REAPLICA-APAGAMENTOS.
           PERFORM ACERTA-MATRICULA-MODERACAO.
           PERFORM CARREGA-PERIODOS.
           PERFORM CARREGA-RESPOSTAS-PERIODO.
           PERFORM ACTUALIZA-CONTAGENS-VIVAS.

      *________________________________________________________________________*
      * RESTAURA-SEG-RESPOSTAS rep§e o ficheiro indexado de respostas
      * a partir da c¢pia plana (os registos vÉm por ordem de
      * matr°cula, a ordem da chave prim†ria).
       RESTAURA-SEG-RESPOSTAS.
           MOVE "RESP" TO SEG-PREFIXO.
           PERFORM MONTA-NOME-SEGURANCA.
           OPEN INPUT FICHEIRO-SEGURANCA.
           OPEN OUTPUT FICHEIRO-RESPOSTAS.
           READ FICHEIRO-SEGURANCA
               AT END MOVE "10" TO FS-SEGURANCA
           END-READ.
           PERFORM UNTIL FS-SEGURANCA NOT = "00"
               MOVE SEG-REGISTO TO FR-REGISTO
      * c¢pias tiradas antes de haver tipo de inquÇrito trazem o
      * campo em branco: eram todas trimestrais.
               IF FR-TIPO = SPACE THEN
                   MOVE "Q" TO FR-TIPO
               END-IF
               WRITE FR-REGISTO
                   INVALID KEY CONTINUE
               END-WRITE
               READ FICHEIRO-SEGURANCA
                   AT END MOVE "10" TO FS-SEGURANCA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-SEGURANCA.
           CLOSE FICHEIRO-RESPOSTAS.

      *________________________________________________________________________*
      * RESTAURA-SEG-FUNCIONARIOS rep§e o quadro de pessoal a partir
      * da c¢pia.
       RESTAURA-SEG-FUNCIONARIOS.
           MOVE "FUNC" TO SEG-PREFIXO.
           PERFORM MONTA-NOME-SEGURANCA.
           OPEN INPUT FICHEIRO-SEGURANCA.
           OPEN OUTPUT FICHEIRO-FUNCIONARIOS.
           READ FICHEIRO-SEGURANCA
               AT END MOVE "10" TO FS-SEGURANCA
           END-READ.
           PERFORM UNTIL FS-SEGURANCA NOT = "00"
               MOVE SEG-REGISTO TO FUNC-REGISTO
               WRITE FUNC-REGISTO
               READ FICHEIRO-SEGURANCA
                   AT END MOVE "10" TO FS-SEGURANCA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-SEGURANCA.
           CLOSE FICHEIRO-FUNCIONARIOS.

      *________________________________________________________________________*
      * RESTAURA-SEG-HISTORICO rep§e o historial a partir da c¢pia.
       RESTAURA-SEG-HISTORICO.
           MOVE "HIST" TO SEG-PREFIXO.
           PERFORM MONTA-NOME-SEGURANCA.
           OPEN INPUT FICHEIRO-SEGURANCA.
           OPEN OUTPUT FICHEIRO-HISTORICO.
           READ FICHEIRO-SEGURANCA
               AT END MOVE "10" TO FS-SEGURANCA
           END-READ.
           PERFORM UNTIL FS-SEGURANCA NOT = "00"
               MOVE SEG-REGISTO TO HIST-REGISTO
               WRITE HIST-REGISTO
               READ FICHEIRO-SEGURANCA
                   AT END MOVE "10" TO FS-SEGURANCA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-SEGURANCA.
           CLOSE FICHEIRO-HISTORICO.

      *________________________________________________________________________*
      * RESTAURA-SEG-PERIODOS rep§e o registo de per°odos a partir
      * da c¢pia.
       RESTAURA-SEG-PERIODOS.
           MOVE "PERI" TO SEG-PREFIXO.
           PERFORM MONTA-NOME-SEGURANCA.
           OPEN INPUT FICHEIRO-SEGURANCA.
           OPEN OUTPUT FICHEIRO-PERIODOS.
           READ FICHEIRO-SEGURANCA
               AT END MOVE "10" TO FS-SEGURANCA
           END-READ.
           PERFORM UNTIL FS-SEGURANCA NOT = "00"
               MOVE SEG-REGISTO TO PER-REGISTO
               WRITE PER-REGISTO
               READ FICHEIRO-SEGURANCA
                   AT END MOVE "10" TO FS-SEGURANCA
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-SEGURANCA.
           CLOSE FICHEIRO-PERIODOS.

      *________________________________________________________________________*
      * RELATORIO-ANUAL (op᧵o 20) produz o pacote de fim de ano em
      * ANUAL.PRN para o ano pedido: mÇdias trimestrais por
      * departamento com a mÇdia do ano, mÇdias por pergunta (s¢
      * compar†veis quando o texto da pergunta foi o mesmo),
      * cobertura de respostas e alertas emitidos por trimestre. LÉ
      * o historial, as respostas vivas e ARQUIVO.DAT, porque no fim
      * do ano os trÉs primeiros trimestres j† estÑo arquivados.
       RELATORIO-ANUAL.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "RELAT¢RIO ANUAL" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Ano (AAAA): " AT 0901.
           MOVE PERIODO-ATUAL (1:4) TO ANO-ALVO.
           ACCEPT ANO-ALVO AT 0913.
           PERFORM RELATORIO-ANUAL-CORPO.
           DISPLAY "RELAT¢RIO ESCRITO EM ANUAL.PRN" AT 1101.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 1301.
           ACCEPT OMITTED AT 1337.
      * o varrimento por pergunta mexeu em PERIODO-ALVO; volta a
      * apontar ao per°odo da sessÑo.
           MOVE PERIODO-ATUAL TO PERIODO-ALVO.

      *________________________________________________________________________*
      * BATCH-ANUAL executa o relat¢rio anual no modo nÑo assistido
      * (passo A), para o ano do per°odo de PARAMS.DAT: a janela
      * nocturna do 4§ trimestre deixa o pacote pronto.
       BATCH-ANUAL.
           MOVE PERIODO-ATUAL (1:4) TO ANO-ALVO.
           PERFORM RELATORIO-ANUAL-CORPO.
           MOVE PERIODO-ATUAL TO PERIODO-ALVO.
           MOVE SPACES TO LINHA-AUX.
           STRING "ANUAL: ANUAL.PRN ESCRITO PARA " DELIMITED BY SIZE
                  ANO-ALVO                         DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-LOG.

      *________________________________________________________________________*
      * RELATORIO-ANUAL-CORPO apura os dados dos quatro trimestres de
      * ANO-ALVO e escreve ANUAL.PRN.
       RELATORIO-ANUAL-CORPO.
      * os per°odos do ano seguem a m†scara AAAAQT de sempre:
      * AAAAQ1 a AAAAQ4.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               MOVE SPACES   TO ANU-PERIODO (TRIM-IDX)
               MOVE ANO-ALVO TO ANU-PERIODO (TRIM-IDX) (1:4)
               MOVE "Q"      TO ANU-PERIODO (TRIM-IDX) (5:1)
               MOVE TRIM-IDX TO ANU-PERIODO (TRIM-IDX) (6:1)
           END-PERFORM.

      * mÇdias trimestrais por departamento, do historial (que cobre
      * tambÇm os per°odos j† arquivados).
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
                   MOVE SPACES TO ANU-MED-TXT (DEP-IDX TRIM-IDX)
                   MOVE 0      TO ANU-MED-NUM (DEP-IDX TRIM-IDX)
                   MOVE "N"    TO ANU-MED-TEM (DEP-IDX TRIM-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
                   MOVE SPACES TO ANU-DIR-TXT (DIR-IDX TRIM-IDX)
                   MOVE 0      TO ANU-DIR-NUM (DIR-IDX TRIM-IDX)
                   MOVE "N"    TO ANU-DIR-TEM (DIR-IDX TRIM-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               MOVE SPACES TO ANU-EMP-TXT (TRIM-IDX)
               MOVE 0      TO ANU-EMP-NUM (TRIM-IDX)
               MOVE "N"    TO ANU-EMP-TEM (TRIM-IDX)
               MOVE 0      TO ANU-EMP-MARGEM (TRIM-IDX)
               MOVE "N"    TO ANU-EMP-TEM-MARGEM (TRIM-IDX)
           END-PERFORM.
           PERFORM CARREGA-HISTORICO-TABELA.
           PERFORM VARYING INDICE2 FROM 1 BY 1
                   UNTIL INDICE2 > HIST-TOTAL
               PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
                   IF HT-PERIODO (INDICE2) = ANU-PERIODO (TRIM-IDX)
                      AND HT-NIVEL (INDICE2) = "D"
                      AND HT-DEP (INDICE2) >= 1
                      AND HT-DEP (INDICE2) <= DEP-MAX THEN
                       MOVE HT-MEDIA (INDICE2) TO
                           ANU-MED-TXT (HT-DEP (INDICE2) TRIM-IDX)
                       MOVE HT-MEDIA (INDICE2) TO
                           ANU-MED-NUM (HT-DEP (INDICE2) TRIM-IDX)
                       MOVE "S" TO
                           ANU-MED-TEM (HT-DEP (INDICE2) TRIM-IDX)
                   END-IF
                   IF HT-PERIODO (INDICE2) = ANU-PERIODO (TRIM-IDX)
                      AND HT-NIVEL (INDICE2) = "R"
                      AND HT-DEP (INDICE2) >= 1
                      AND HT-DEP (INDICE2) <= DIR-MAX THEN
                       MOVE HT-MEDIA (INDICE2) TO
                           ANU-DIR-TXT (HT-DEP (INDICE2) TRIM-IDX)
                       MOVE HT-MEDIA (INDICE2) TO
                           ANU-DIR-NUM (HT-DEP (INDICE2) TRIM-IDX)
                       MOVE "S" TO
                           ANU-DIR-TEM (HT-DEP (INDICE2) TRIM-IDX)
                   END-IF
                   IF HT-PERIODO (INDICE2) = ANU-PERIODO (TRIM-IDX)
                      AND HT-NIVEL (INDICE2) = "E" THEN
                       MOVE HT-MEDIA (INDICE2) TO ANU-EMP-TXT (TRIM-IDX)
                       MOVE HT-MEDIA (INDICE2) TO ANU-EMP-NUM (TRIM-IDX)
                       MOVE "S" TO ANU-EMP-TEM (TRIM-IDX)
                       MOVE HT-MARGEM (INDICE2)
                           TO ANU-EMP-MARGEM (TRIM-IDX)
                       MOVE HT-TEM-MARGEM (INDICE2)
                           TO ANU-EMP-TEM-MARGEM (TRIM-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * versÑo do question†rio e somas por pergunta de cada
      * trimestre (vivo ou arquivado).
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               MOVE ANU-PERIODO (TRIM-IDX) TO PERIODO-ALVO
               PERFORM LE-VERSAO-QUESTVER
               IF VER-QTD = 0 THEN
                   MOVE QATU-QTD TO AQ-QTD (TRIM-IDX)
                   PERFORM VARYING PERG-IDX FROM 1 BY 1
                           UNTIL PERG-IDX > 10
                       MOVE QA-TEXTO (PERG-IDX)
                           TO AQ-TEXTO (TRIM-IDX PERG-IDX)
                   END-PERFORM
               ELSE
                   MOVE VER-QTD TO AQ-QTD (TRIM-IDX)
                   PERFORM VARYING PERG-IDX FROM 1 BY 1
                           UNTIL PERG-IDX > 10
                       MOVE VER-TEXTO (PERG-IDX)
                           TO AQ-TEXTO (TRIM-IDX PERG-IDX)
                   END-PERFORM
               END-IF
               PERFORM SOMA-NOTAS-PERIODO-VER
               MOVE VER-CONT TO AQ-CONT (TRIM-IDX)
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > 10
                   MOVE VER-SOMA (PERG-IDX)
                       TO AQ-SOMA (TRIM-IDX PERG-IDX)
               END-PERFORM
           END-PERFORM.

      * alertas emitidos por trimestre, de ALERTAS.DAT.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               MOVE 0 TO ANU-ALR (TRIM-IDX)
               MOVE 0 TO ANU-ALR-RUIDO (TRIM-IDX)
           END-PERFORM.
           OPEN INPUT FICHEIRO-ALERTAS.
           IF FS-ALERTAS = "00" THEN
               READ FICHEIRO-ALERTAS
                   AT END MOVE "10" TO FS-ALERTAS
               END-READ
               PERFORM UNTIL FS-ALERTAS = "10"
                   PERFORM VARYING TRIM-IDX FROM 1 BY 1
                           UNTIL TRIM-IDX > 4
                       IF ALR-PERIODO = ANU-PERIODO (TRIM-IDX) THEN
                           ADD 1 TO ANU-ALR (TRIM-IDX)
                           IF ALR-RUIDO = "S" THEN
                               ADD 1 TO ANU-ALR-RUIDO (TRIM-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   READ FICHEIRO-ALERTAS
                       AT END MOVE "10" TO FS-ALERTAS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ALERTAS
           END-IF.

      * respostas esperadas: os activos do quadro de pessoal, como
      * na reconcilia᧵o.
           MOVE 0 TO ANU-ESPERADO.
           PERFORM VARYING FUNC-IDX FROM 1 BY 1
                   UNTIL FUNC-IDX > FUNC-TOTAL
               IF FT-ACTIVO (FUNC-IDX) = "S" THEN
                   ADD 1 TO ANU-ESPERADO
               END-IF
           END-PERFORM.

      * a versÑo de referÉncia das perguntas Ç a do £ltimo trimestre
      * com respostas; os trimestres com texto diferente saem N/C.
           MOVE 4 TO ANU-REF-IDX.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               IF AQ-CONT (TRIM-IDX) > 0 THEN
                   MOVE TRIM-IDX TO ANU-REF-IDX
               END-IF
           END-PERFORM.

           PERFORM ESCREVE-ANUAL-FICHEIRO.

      *________________________________________________________________________*
      * ESCREVE-ANUAL-FICHEIRO escreve ANUAL.PRN a partir dos dados
      * j† apurados por RELATORIO-ANUAL-CORPO.
       ESCREVE-ANUAL-FICHEIRO.
           OPEN OUTPUT FICHEIRO-ANUAL.
           MOVE "------------------------------------------------"
               TO LINHA-ANUAL.
           WRITE LINHA-ANUAL.
           MOVE "Ind£stria do Porco, S.A." TO LINHA-ANUAL.
           WRITE LINHA-ANUAL.
           MOVE SPACES TO LINHA-AUX.
           STRING "RELATORIO ANUAL DO INQUERITO - " DELIMITED BY SIZE
                  ANO-ALVO                          DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-ANUAL.
           MOVE "------------------------------------------------"
               TO LINHA-ANUAL.
           WRITE LINHA-ANUAL.
           MOVE SPACES TO LINHA-ANUAL.
           WRITE LINHA-ANUAL.

           MOVE "MEDIAS POR DEPARTAMENTO" TO LINHA-AUX.
           PERFORM ESCREVE-ANUAL.
           MOVE SPACES TO LINHA-AUX.
           MOVE "DEPARTAMENTO" TO LINHA-AUX (1:12).
           MOVE "T1"  TO LINHA-AUX (20:2).
           MOVE "T2"  TO LINHA-AUX (25:2).
           MOVE "T3"  TO LINHA-AUX (30:2).
           MOVE "T4"  TO LINHA-AUX (35:2).
           MOVE "ANO" TO LINHA-AUX (41:3).
           PERFORM ESCREVE-ANUAL.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF DP-EXISTE (DEP-IDX) = "S" THEN
                   PERFORM ESCREVE-ANUAL-LINHA-DEP
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-ANUAL.
           WRITE LINHA-ANUAL.

      * as mesmas mÇdias ao n°vel da direc᧵o (linhas "R" do
      * historial).
           MOVE "MEDIAS POR DIRECCAO" TO LINHA-AUX.
           PERFORM ESCREVE-ANUAL.
           MOVE SPACES TO LINHA-AUX.
           MOVE "DIRECCAO" TO LINHA-AUX (1:8).
           MOVE "T1"  TO LINHA-AUX (20:2).
           MOVE "T2"  TO LINHA-AUX (25:2).
           MOVE "T3"  TO LINHA-AUX (30:2).
           MOVE "T4"  TO LINHA-AUX (35:2).
           MOVE "ANO" TO LINHA-AUX (41:3).
           PERFORM ESCREVE-ANUAL.
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > DIR-MAX
               IF DR-EXISTE (DIR-IDX) = "S" THEN
                   PERFORM ESCREVE-ANUAL-LINHA-DIR
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-ANUAL.
           WRITE LINHA-ANUAL.

      * °ndice da empresa ponderado pelo efectivo (linhas "E" do
      * historial) e a sua margem de erro em cada trimestre.
           MOVE "INDICE PONDERADO DA EMPRESA (PELO EFECTIVO)"
               TO LINHA-AUX.
           PERFORM ESCREVE-ANUAL.
           MOVE SPACES TO LINHA-AUX.
           MOVE "T1"  TO LINHA-AUX (20:2).
           MOVE "T2"  TO LINHA-AUX (25:2).
           MOVE "T3"  TO LINHA-AUX (30:2).
           MOVE "T4"  TO LINHA-AUX (35:2).
           MOVE "ANO" TO LINHA-AUX (41:3).
           PERFORM ESCREVE-ANUAL.
           PERFORM ESCREVE-ANUAL-LINHA-INDICE.
           MOVE SPACES TO LINHA-ANUAL.
           WRITE LINHA-ANUAL.

           MOVE "MEDIAS POR PERGUNTA (GLOBAL)" TO LINHA-AUX.
           PERFORM ESCREVE-ANUAL.
           MOVE SPACES TO LINHA-AUX.
           MOVE "PERGUNTA" TO LINHA-AUX (1:8).
           MOVE "T1" TO LINHA-AUX (42:2).
           MOVE "T2" TO LINHA-AUX (48:2).
           MOVE "T3" TO LINHA-AUX (54:2).
           MOVE "T4" TO LINHA-AUX (60:2).
           PERFORM ESCREVE-ANUAL.
           PERFORM VARYING PERG-IDX FROM 1 BY 1
                   UNTIL PERG-IDX > AQ-QTD (ANU-REF-IDX)
               PERFORM ESCREVE-ANUAL-LINHA-PERG
           END-PERFORM.
           MOVE SPACES TO LINHA-ANUAL.
           WRITE LINHA-ANUAL.

           MOVE "COBERTURA DE RESPOSTAS" TO LINHA-AUX.
           PERFORM ESCREVE-ANUAL.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               IF ANU-ESPERADO > 0 THEN
                   COMPUTE ANU-COBERTURA =
                           (AQ-CONT (TRIM-IDX) * 100) / ANU-ESPERADO
               ELSE
                   MOVE 0 TO ANU-COBERTURA
               END-IF
               MOVE SPACES TO LINHA-AUX
               STRING "T"                  DELIMITED BY SIZE
                      TRIM-IDX             DELIMITED BY SIZE
                      ": "                 DELIMITED BY SIZE
                      AQ-CONT (TRIM-IDX)   DELIMITED BY SIZE
                      " RESPOSTAS DE "     DELIMITED BY SIZE
                      ANU-ESPERADO         DELIMITED BY SIZE
                      " ESPERADAS ("       DELIMITED BY SIZE
                      ANU-COBERTURA        DELIMITED BY SIZE
                      " PCT)"              DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-ANUAL
           END-PERFORM.
           MOVE SPACES TO LINHA-ANUAL.
           WRITE LINHA-ANUAL.

           MOVE "ALERTAS EMITIDOS" TO LINHA-AUX.
           PERFORM ESCREVE-ANUAL.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               MOVE SPACES TO LINHA-AUX
               STRING "T"                DELIMITED BY SIZE
                      TRIM-IDX           DELIMITED BY SIZE
                      ": "               DELIMITED BY SIZE
                      ANU-ALR (TRIM-IDX) DELIMITED BY SIZE
                      " ALERTAS ("       DELIMITED BY SIZE
                      ANU-ALR-RUIDO (TRIM-IDX) DELIMITED BY SIZE
                      " DENTRO DO RUIDO)" DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-ANUAL
           END-PERFORM.
           CLOSE FICHEIRO-ANUAL.

      *________________________________________________________________________*
      * ESCREVE-ANUAL-LINHA-DEP escreve a linha do departamento em
      * DEP-IDX: as quatro mÇdias trimestrais e a mÇdia simples dos
      * trimestres com dados.
       ESCREVE-ANUAL-LINHA-DEP.
           MOVE SPACES TO LINHA-AUX.
           MOVE DP-NOME (DEP-IDX) TO LINHA-AUX (1:17).
           MOVE 0 TO ANU-SOMA-ANO.
           MOVE 0 TO ANU-QTD-ANO.
           MOVE 20 TO POS-LIN.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               IF ANU-MED-TEM (DEP-IDX TRIM-IDX) = "S" THEN
                   MOVE ANU-MED-TXT (DEP-IDX TRIM-IDX)
                       TO LINHA-AUX (POS-LIN:3)
                   ADD ANU-MED-NUM (DEP-IDX TRIM-IDX)
                       TO ANU-SOMA-ANO
                   ADD 1 TO ANU-QTD-ANO
               ELSE
                   MOVE " - " TO LINHA-AUX (POS-LIN:3)
               END-IF
               ADD 5 TO POS-LIN
           END-PERFORM.
           IF ANU-QTD-ANO > 0 THEN
               COMPUTE ANU-MEDIA-ANO = ANU-SOMA-ANO / ANU-QTD-ANO
               MOVE ANU-MEDIA-ANO TO ANU-SAIDA
               MOVE ANU-SAIDA TO LINHA-AUX (41:3)
           ELSE
               MOVE " - " TO LINHA-AUX (41:3)
           END-IF.
           PERFORM ESCREVE-ANUAL.

      *________________________________________________________________________*
      * ESCREVE-ANUAL-LINHA-DIR faz o mesmo para a direc᧵o em DIR-IDX.
       ESCREVE-ANUAL-LINHA-DIR.
           MOVE SPACES TO LINHA-AUX.
           MOVE DR-NOME (DIR-IDX) TO LINHA-AUX (1:17).
           MOVE 0 TO ANU-SOMA-ANO.
           MOVE 0 TO ANU-QTD-ANO.
           MOVE 20 TO POS-LIN.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               IF ANU-DIR-TEM (DIR-IDX TRIM-IDX) = "S" THEN
                   MOVE ANU-DIR-TXT (DIR-IDX TRIM-IDX)
                       TO LINHA-AUX (POS-LIN:3)
                   ADD ANU-DIR-NUM (DIR-IDX TRIM-IDX)
                       TO ANU-SOMA-ANO
                   ADD 1 TO ANU-QTD-ANO
               ELSE
                   MOVE " - " TO LINHA-AUX (POS-LIN:3)
               END-IF
               ADD 5 TO POS-LIN
           END-PERFORM.
           IF ANU-QTD-ANO > 0 THEN
               COMPUTE ANU-MEDIA-ANO = ANU-SOMA-ANO / ANU-QTD-ANO
               MOVE ANU-MEDIA-ANO TO ANU-SAIDA
               MOVE ANU-SAIDA TO LINHA-AUX (41:3)
           ELSE
               MOVE " - " TO LINHA-AUX (41:3)
           END-IF.
           PERFORM ESCREVE-ANUAL.

      *________________________________________________________________________*
      * ESCREVE-ANUAL-LINHA-INDICE escreve a linha do °ndice
      * ponderado da empresa (os quatro trimestres e a mÇdia simples
      * dos trimestres com dados) e por baixo a margem de erro de
      * cada trimestre.
       ESCREVE-ANUAL-LINHA-INDICE.
           MOVE SPACES TO LINHA-AUX.
           MOVE "INDICE" TO LINHA-AUX (1:6).
           MOVE 0 TO ANU-SOMA-ANO.
           MOVE 0 TO ANU-QTD-ANO.
           MOVE 20 TO POS-LIN.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               IF ANU-EMP-TEM (TRIM-IDX) = "S" THEN
                   MOVE ANU-EMP-TXT (TRIM-IDX)
                       TO LINHA-AUX (POS-LIN:3)
                   ADD ANU-EMP-NUM (TRIM-IDX) TO ANU-SOMA-ANO
                   ADD 1 TO ANU-QTD-ANO
               ELSE
                   MOVE " - " TO LINHA-AUX (POS-LIN:3)
               END-IF
               ADD 5 TO POS-LIN
           END-PERFORM.
           IF ANU-QTD-ANO > 0 THEN
               COMPUTE ANU-MEDIA-ANO = ANU-SOMA-ANO / ANU-QTD-ANO
               MOVE ANU-MEDIA-ANO TO ANU-SAIDA
               MOVE ANU-SAIDA TO LINHA-AUX (41:3)
           ELSE
               MOVE " - " TO LINHA-AUX (41:3)
           END-IF.
           PERFORM ESCREVE-ANUAL.
           MOVE SPACES TO LINHA-AUX.
           MOVE "MARGEM +/-" TO LINHA-AUX (1:10).
           MOVE 20 TO POS-LIN.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               IF ANU-EMP-TEM-MARGEM (TRIM-IDX) = "S" THEN
                   MOVE ANU-EMP-MARGEM (TRIM-IDX) TO PND-SAIDA-MARGEM
                   MOVE PND-SAIDA-MARGEM TO LINHA-AUX (POS-LIN:4)
               ELSE
                   MOVE " - " TO LINHA-AUX (POS-LIN:3)
               END-IF
               ADD 5 TO POS-LIN
           END-PERFORM.
           PERFORM ESCREVE-ANUAL.

      *________________________________________________________________________*
      * ESCREVE-ANUAL-LINHA-PERG escreve a linha da pergunta em
      * PERG-IDX (texto da versÑo de referÉncia): a mÇdia global de
      * cada trimestre, "N/C" quando o texto da pergunta nesse
      * trimestre era outro e " - " quando nÑo h† respostas.
       ESCREVE-ANUAL-LINHA-PERG.
           MOVE SPACES TO LINHA-AUX.
           MOVE AQ-TEXTO (ANU-REF-IDX PERG-IDX) TO LINHA-AUX (1:40).
           MOVE 42 TO POS-LIN.
           PERFORM VARYING TRIM-IDX FROM 1 BY 1 UNTIL TRIM-IDX > 4
               IF AQ-CONT (TRIM-IDX) = 0 THEN
                   MOVE " - " TO LINHA-AUX (POS-LIN:3)
               ELSE
                   IF PERG-IDX > AQ-QTD (TRIM-IDX) OR
                      AQ-TEXTO (TRIM-IDX PERG-IDX) NOT =
                      AQ-TEXTO (ANU-REF-IDX PERG-IDX) THEN
                       MOVE "N/C" TO LINHA-AUX (POS-LIN:3)
                   ELSE
                       COMPUTE TDQ-MEDIA =
                               AQ-SOMA (TRIM-IDX PERG-IDX) /
                               AQ-CONT (TRIM-IDX)
                       MOVE TDQ-MEDIA TO TDQ-SAIDA-ATU
                       MOVE TDQ-SAIDA-ATU TO LINHA-AUX (POS-LIN:3)
                   END-IF
               END-IF
               ADD 6 TO POS-LIN
           END-PERFORM.
           PERFORM ESCREVE-ANUAL.

      *________________________________________________________________________*
      * ESCREVE-ANUAL acrescenta LINHA-AUX a ANUAL.PRN e limpa-a
      * para a linha seguinte.
       ESCREVE-ANUAL.
           MOVE LINHA-AUX TO LINHA-ANUAL.
           WRITE LINHA-ANUAL.
           MOVE SPACES TO LINHA-AUX.

      *________________________________________________________________________*
      * FACTORES-CHAVE (op᧵o 27) escreve em FACTORES.PRN os
      * factores-chave da satisfa᧵o do per°odo seleccionado: para
      * cada pergunta da versÑo do question†rio do per°odo, quanto a
      * nota dela anda com a nota global (correla᧵o) e a prioridade
      * que da° resulta, para a empresa e para cada departamento.
      * As perguntas do topo sÑo as que os planos de ac᧵o (op᧵o 21,
      * tipo Pnn) devem atacar.
       FACTORES-CHAVE.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "FACTORES-CHAVE DA SATISFAÄéO" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Per°odo seleccionado: " AT 0901.
           DISPLAY PERIODO-ATUAL AT 0923.
           PERFORM FACTORES-CHAVE-CORPO.
           DISPLAY "RELAT¢RIO ESCRITO EM FACTORES.PRN" AT 1101.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 1301.
           ACCEPT OMITTED AT 1337.

      *________________________________________________________________________*
      * BATCH-FACTORES executa os factores-chave no modo nÑo
      * assistido (passo K), para o per°odo de PARAMS.DAT.
       BATCH-FACTORES.
           PERFORM FACTORES-CHAVE-CORPO.
           MOVE SPACES TO LINHA-AUX.
           STRING "FACTORES: FACTORES.PRN ESCRITO PARA "
                                            DELIMITED BY SIZE
                  PERIODO-ATUAL             DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-LOG.

      *________________________________________________________________________*
      * FACTORES-CHAVE-CORPO apura e escreve FACTORES.PRN a partir
      * das respostas do per°odo carregadas nas TABLES: primeiro a
      * empresa toda, depois cada departamento com respostas.
       FACTORES-CHAVE-CORPO.
           PERFORM CARREGA-VERSAO-PERIODO.
      * a contagem por departamento e as marcas de supressÑo sÑo as
      * mesmas da MEDIA, para um departamento que nÑo aparece l†
      * tambÇm nÑo aparecer aqui.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO MD-SOMA (DEP-IDX)
               MOVE 0 TO MD-CONT (DEP-IDX)
           END-PERFORM.
           PERFORM VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > TOTAL-REGISTOS
               IF TB-PERIODO (INDICE) = PERIODO-ATUAL THEN
                   ADD TB-NOTA (INDICE) TO MD-SOMA (TB-DEP (INDICE))
                   ADD 1                TO MD-CONT (TB-DEP (INDICE))
               END-IF
           END-PERFORM.
           PERFORM APURA-MEDIAS-DIRECCAO.

           OPEN OUTPUT FICHEIRO-FACTORES.
           MOVE "------------------------------------------------"
               TO LINHA-FACTORES.
           WRITE LINHA-FACTORES.
           MOVE "Ind£stria do Porco, S.A." TO LINHA-FACTORES.
           WRITE LINHA-FACTORES.
           MOVE SPACES TO LINHA-AUX.
           STRING "FACTORES-CHAVE DA SATISFACAO - PERIODO "
                                            DELIMITED BY SIZE
                  PERIODO-ATUAL             DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-FACTORES.
           MOVE "------------------------------------------------"
               TO LINHA-FACTORES.
           WRITE LINHA-FACTORES.
           MOVE "MEDIA:  MEDIA DA PERGUNTA (1 A 5)" TO LINHA-AUX.
           PERFORM ESCREVE-FACTORES.
           MOVE "CORR:   CORRELACAO DA PERGUNTA COM A NOTA GLOBAL"
               TO LINHA-AUX.
           PERFORM ESCREVE-FACTORES.
           MOVE "PRIOR.: CORR X (5 - MEDIA) - PESA MUITO E ESTA BAIXA"
               TO LINHA-AUX.
           PERFORM ESCREVE-FACTORES.
           MOVE "*:      AS TRES PRIMEIRAS - PLANO DE ACCAO (OPCAO 21)"
               TO LINHA-AUX.
           PERFORM ESCREVE-FACTORES.
           MOVE "        DO TIPO Pnn (nn = NUMERO DA PERGUNTA)"
               TO LINHA-AUX.
           PERFORM ESCREVE-FACTORES.
           IF PERIODO-E-ANONIMO THEN
               MOVE "PERIODO ANONIMO: GRUPOS PEQUENOS NAO SE MOSTRAM"
                   TO LINHA-AUX
               PERFORM ESCREVE-FACTORES
           END-IF.
           PERFORM ESCREVE-FACTORES.

           IF QTD-PERGUNTAS = 0 THEN
               MOVE "PERIODO SEM QUESTIONARIO POR PERGUNTA"
                   TO LINHA-AUX
               PERFORM ESCREVE-FACTORES
           ELSE
               MOVE 0 TO FAC-DEP-ALVO
               PERFORM ESCREVE-FACTORES-GRUPO
               PERFORM VARYING DEP-IDX FROM 1 BY 1
                       UNTIL DEP-IDX > DEP-MAX
                   IF MD-CONT (DEP-IDX) > 0 THEN
                       MOVE DEP-IDX TO FAC-DEP-ALVO
                       PERFORM ESCREVE-FACTORES-GRUPO
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE FICHEIRO-FACTORES.

      *________________________________________________________________________*
      * ESCREVE-FACTORES-GRUPO escreve o bloco do grupo FAC-DEP-ALVO
      * (0 = empresa): o cabeáalho e, se o grupo se puder mostrar, as
      * perguntas por ordem de prioridade. Num per°odo an¢nimo um
      * departamento suprimido na MEDIA (menos de 3 respostas ou
      * supressÑo complementar) sai s¢ com o nome e "N/D".
       ESCREVE-FACTORES-GRUPO.
           PERFORM ACUMULA-FACTORES-GRUPO.
           MOVE SPACES TO MEDIA-TEXTO.
           MOVE SPACES TO LINHA-AUX.
           IF FAC-DEP-ALVO = 0 THEN
               IF PERIODO-E-ANONIMO AND FAC-N < 3 THEN
                   MOVE "N/D (<3 RESP)" TO MEDIA-TEXTO
               END-IF
               MOVE "EMPRESA" TO LINHA-AUX (1:7)
           ELSE
               IF MD-SUPRIMIDO (FAC-DEP-ALVO) = "S" THEN
                   MOVE "N/D (<3 RESP)" TO MEDIA-TEXTO
               ELSE IF MD-SUPRIMIDO (FAC-DEP-ALVO) = "C" THEN
                   MOVE "N/D (COMPL.)"  TO MEDIA-TEXTO
               END-IF
               END-IF
               MOVE FAC-DEP-ALVO TO DEP-DIGITO
               PERFORM OBTEM-NOME-DEPARTAMENTO
               MOVE "DEPARTAMENTO"  TO LINHA-AUX (1:12)
               MOVE DEP-DIGITO      TO LINHA-AUX (14:2)
               MOVE DEP-NOME-SAIDA  TO LINHA-AUX (17:17)
           END-IF.
           IF MEDIA-TEXTO NOT = SPACES THEN
               MOVE MEDIA-TEXTO TO LINHA-AUX (36:13)
               PERFORM ESCREVE-FACTORES
           ELSE
               MOVE FAC-N TO FAC-SAIDA-N
               MOVE FAC-SAIDA-N  TO LINHA-AUX (36:3)
               MOVE "RESPOSTAS"  TO LINHA-AUX (40:9)
               PERFORM ESCREVE-FACTORES
               PERFORM CALCULA-FACTORES
               PERFORM ORDENA-FACTORES
               MOVE "N."                TO LINHA-AUX (1:2)
               MOVE "PERG"              TO LINHA-AUX (4:4)
               MOVE "TEXTO DA PERGUNTA" TO LINHA-AUX (9:17)
               MOVE "MEDIA"             TO LINHA-AUX (50:5)
               MOVE "CORR"              TO LINHA-AUX (57:4)
               MOVE "PRIOR."            TO LINHA-AUX (63:6)
               PERFORM ESCREVE-FACTORES
               PERFORM VARYING FAC-ORD-IDX FROM 1 BY 1
                       UNTIL FAC-ORD-IDX > QTD-PERGUNTAS
                   PERFORM ESCREVE-FACTORES-LINHA
               END-PERFORM
           END-IF.
           PERFORM ESCREVE-FACTORES.

      *________________________________________________________________________*
      * ACUMULA-FACTORES-GRUPO soma, para as respostas do per°odo do
      * grupo FAC-DEP-ALVO, a nota global (Y) e a de cada pergunta
      * (X), com os quadrados e os produtos que a correla᧵o pede. As
      * respostas antigas, sem notas por pergunta, ficam de fora.
       ACUMULA-FACTORES-GRUPO.
           MOVE 0 TO FAC-N.
           MOVE 0 TO FAC-SY.
           MOVE 0 TO FAC-SYY.
           PERFORM VARYING PERG-IDX FROM 1 BY 1 UNTIL PERG-IDX > 10
               MOVE 0 TO FAC-SX  (PERG-IDX)
               MOVE 0 TO FAC-SXX (PERG-IDX)
               MOVE 0 TO FAC-SXY (PERG-IDX)
           END-PERFORM.
           PERFORM VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > TOTAL-REGISTOS
               IF TB-PERIODO (INDICE) = PERIODO-ATUAL AND
                  VALIDAR-TB-NOTA-Q (INDICE 1) AND
                  (FAC-DEP-ALVO = 0 OR
                   TB-DEP (INDICE) = FAC-DEP-ALVO) THEN
                   ADD 1 TO FAC-N
                   ADD TB-NOTA (INDICE) TO FAC-SY
                   COMPUTE FAC-SYY = FAC-SYY +
                           TB-NOTA (INDICE) * TB-NOTA (INDICE)
                   PERFORM VARYING PERG-IDX FROM 1 BY 1
                           UNTIL PERG-IDX > QTD-PERGUNTAS
                       ADD TB-NOTA-Q (INDICE PERG-IDX)
                           TO FAC-SX (PERG-IDX)
                       COMPUTE FAC-SXX (PERG-IDX) =
                               FAC-SXX (PERG-IDX) +
                               TB-NOTA-Q (INDICE PERG-IDX) *
                               TB-NOTA-Q (INDICE PERG-IDX)
                       COMPUTE FAC-SXY (PERG-IDX) =
                               FAC-SXY (PERG-IDX) +
                               TB-NOTA-Q (INDICE PERG-IDX) *
                               TB-NOTA (INDICE)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * CALCULA-FACTORES calcula, para cada pergunta, a mÇdia, a
      * correla᧵o de Pearson com a nota global e a prioridade:
      *   CORR  = (N.SXY - SX.SY) / RAIZ((N.SXX - SX.SX) x
      *                                  (N.SYY - SY.SY))
      *   PRIOR = CORR x (5 - MEDIA), s¢ quando CORR Ç positiva
      * Com menos de 3 respostas, ou sem varia᧵o nas notas, a
      * correla᧵o nÑo quer dizer nada e fica por calcular.
       CALCULA-FACTORES.
           PERFORM VARYING PERG-IDX FROM 1 BY 1
                   UNTIL PERG-IDX > QTD-PERGUNTAS
               MOVE "N" TO FAC-TEM-CORR (PERG-IDX)
               MOVE 0   TO FAC-MEDIA (PERG-IDX)
               MOVE 0   TO FAC-CORR  (PERG-IDX)
               MOVE 0   TO FAC-PRIOR (PERG-IDX)
               IF FAC-N > 0 THEN
                   COMPUTE FAC-MEDIA (PERG-IDX) ROUNDED =
                           FAC-SX (PERG-IDX) / FAC-N
               END-IF
               COMPUTE FAC-VAR-X = FAC-N * FAC-SXX (PERG-IDX) -
                       FAC-SX (PERG-IDX) * FAC-SX (PERG-IDX)
               COMPUTE FAC-VAR-Y = FAC-N * FAC-SYY - FAC-SY * FAC-SY
               IF FAC-N >= 3 AND FAC-VAR-X > 0 AND FAC-VAR-Y > 0 THEN
                   COMPUTE FAC-NUM = FAC-N * FAC-SXY (PERG-IDX) -
                           FAC-SX (PERG-IDX) * FAC-SY
                   COMPUTE FAC-RAIZ = (FAC-VAR-X * FAC-VAR-Y) ** 0.5
                   COMPUTE FAC-CORR (PERG-IDX) ROUNDED =
                           FAC-NUM / FAC-RAIZ
                   MOVE "S" TO FAC-TEM-CORR (PERG-IDX)
                   IF FAC-CORR (PERG-IDX) > 0 THEN
                       COMPUTE FAC-PRIOR (PERG-IDX) ROUNDED =
                               FAC-CORR (PERG-IDX) *
                               (5 - FAC-MEDIA (PERG-IDX))
                   END-IF
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * ORDENA-FACTORES p§e em FAC-ORDEM as perguntas por ordem
      * decrescente de prioridade (em empate, primeiro a de mÇdia
      * mais baixa), por selec᧵o simples: sÑo no m†ximo 10.
       ORDENA-FACTORES.
           PERFORM VARYING PERG-IDX FROM 1 BY 1 UNTIL PERG-IDX > 10
               MOVE "N" TO FAC-USADA (PERG-IDX)
               MOVE 0   TO FAC-ORDEM (PERG-IDX)
           END-PERFORM.
           PERFORM VARYING FAC-ORD-IDX FROM 1 BY 1
                   UNTIL FAC-ORD-IDX > QTD-PERGUNTAS
               MOVE 0 TO FAC-MAIOR-IDX
               PERFORM VARYING PERG-IDX FROM 1 BY 1
                       UNTIL PERG-IDX > QTD-PERGUNTAS
                   IF FAC-USADA (PERG-IDX) = "N" THEN
                       IF FAC-MAIOR-IDX = 0 THEN
                           MOVE PERG-IDX TO FAC-MAIOR-IDX
                       ELSE IF FAC-PRIOR (PERG-IDX) >
                               FAC-PRIOR (FAC-MAIOR-IDX) OR
                              (FAC-PRIOR (PERG-IDX) =
                               FAC-PRIOR (FAC-MAIOR-IDX) AND
                               FAC-MEDIA (PERG-IDX) <
                               FAC-MEDIA (FAC-MAIOR-IDX)) THEN
                           MOVE PERG-IDX TO FAC-MAIOR-IDX
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE FAC-MAIOR-IDX TO FAC-ORDEM (FAC-ORD-IDX)
               MOVE "S" TO FAC-USADA (FAC-MAIOR-IDX)
           END-PERFORM.

      *________________________________________________________________________*
      * ESCREVE-FACTORES-LINHA escreve a pergunta que ficou na
      * posi᧵o FAC-ORD-IDX da ordem de prioridade, com "*" nas trÉs
      * primeiras que tÉm prioridade.
       ESCREVE-FACTORES-LINHA.
           MOVE FAC-ORDEM (FAC-ORD-IDX) TO PERG-IDX.
           MOVE FAC-ORD-IDX          TO FAC-SAIDA-ORD.
           MOVE PERG-IDX             TO FAC-SAIDA-PERG.
           MOVE FAC-MEDIA (PERG-IDX) TO FAC-SAIDA-MEDIA.
           MOVE SPACES TO LINHA-AUX.
           MOVE FAC-SAIDA-ORD        TO LINHA-AUX (1:2).
           MOVE "P"                  TO LINHA-AUX (4:1).
           MOVE FAC-SAIDA-PERG       TO LINHA-AUX (5:2).
           MOVE PG-TEXTO (PERG-IDX)  TO LINHA-AUX (9:40).
           MOVE FAC-SAIDA-MEDIA      TO LINHA-AUX (50:4).
           IF FAC-TEM-CORR (PERG-IDX) = "S" THEN
               MOVE FAC-CORR (PERG-IDX)  TO FAC-SAIDA-CORR
               MOVE FAC-SAIDA-CORR       TO LINHA-AUX (56:5)
               MOVE FAC-PRIOR (PERG-IDX) TO FAC-SAIDA-PRIOR
               MOVE FAC-SAIDA-PRIOR      TO LINHA-AUX (63:4)
               IF FAC-ORD-IDX <= 3 AND FAC-PRIOR (PERG-IDX) > 0 THEN
                   MOVE "*" TO LINHA-AUX (69:1)
               END-IF
           ELSE
               MOVE "N/D" TO LINHA-AUX (57:3)
               MOVE "N/D" TO LINHA-AUX (63:3)
           END-IF.
           PERFORM ESCREVE-FACTORES.

      *________________________________________________________________________*
      * ESCREVE-FACTORES acrescenta LINHA-AUX a FACTORES.PRN e
      * limpa-a para a linha seguinte.
       ESCREVE-FACTORES.
           MOVE LINHA-AUX TO LINHA-FACTORES.
           WRITE LINHA-FACTORES.
           MOVE SPACES TO LINHA-AUX.

      *________________________________________________________________________*
      * PERFIL-RESPOSTAS (op᧵o 28) escreve em PERFIL.PRN as mÇdias
      * das respostas do per°odo seleccionado cruzadas por
      * departamento com a faixa de antiguidade e com o grau que cada
      * pessoa tinha no dia em que respondeu.
       PERFIL-RESPOSTAS.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "ANTIGUIDADE E GRAU POR DEPARTAMENTO" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Per°odo seleccionado: " AT 0901.
           DISPLAY PERIODO-ATUAL AT 0923.
           PERFORM PERFIL-RESPOSTAS-CORPO.
           DISPLAY "RELAT¢RIO ESCRITO EM PERFIL.PRN" AT 1101.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 1301.
           ACCEPT OMITTED AT 1337.

      *________________________________________________________________________*
      * PERFIL-RESPOSTAS-CORPO apura e escreve PERFIL.PRN a partir das
      * respostas do per°odo carregadas nas TABLES: o quadro por
      * antiguidade e depois o quadro por grau. O total de cada
      * departamento e as suas marcas de supressÑo sÑo os da MEDIA.
       PERFIL-RESPOSTAS-CORPO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO MD-SOMA (DEP-IDX)
               MOVE 0 TO MD-CONT (DEP-IDX)
           END-PERFORM.
           MOVE 0 TO XT-EMP-SOMA.
           MOVE 0 TO XT-EMP-CONT.
           PERFORM VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > TOTAL-REGISTOS
               IF TB-PERIODO (INDICE) = PERIODO-ATUAL THEN
                   ADD TB-NOTA (INDICE) TO MD-SOMA (TB-DEP (INDICE))
                   ADD 1                TO MD-CONT (TB-DEP (INDICE))
                   ADD TB-NOTA (INDICE) TO XT-EMP-SOMA
                   ADD 1                TO XT-EMP-CONT
               END-IF
           END-PERFORM.
           PERFORM APURA-MEDIAS-DIRECCAO.

           OPEN OUTPUT FICHEIRO-PERFIL.
           MOVE "------------------------------------------------"
               TO LINHA-PERFIL.
           WRITE LINHA-PERFIL.
           MOVE "Ind£stria do Porco, S.A." TO LINHA-PERFIL.
           WRITE LINHA-PERFIL.
           MOVE SPACES TO LINHA-AUX.
           STRING "ANTIGUIDADE E GRAU POR DEPARTAMENTO - PERIODO "
                                            DELIMITED BY SIZE
                  PERIODO-ATUAL             DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-PERFIL.
           MOVE "------------------------------------------------"
               TO LINHA-PERFIL.
           WRITE LINHA-PERFIL.
           MOVE "CELULA: MEDIA/RESPOSTAS (- = SEM RESPOSTAS)"
               TO LINHA-AUX.
           PERFORM ESCREVE-PERFIL.
           MOVE "ANTIGUIDADE E GRAU DO DIA EM QUE A PESSOA RESPONDEU"
               TO LINHA-AUX.
           PERFORM ESCREVE-PERFIL.
           MOVE "S/INF.: SEM DATA DE ADMISSAO OU SEM GRAU NA FOLHA"
               TO LINHA-AUX.
           PERFORM ESCREVE-PERFIL.
           IF PERIODO-E-ANONIMO THEN
               MOVE "PERIODO ANONIMO: GRUPOS PEQUENOS NAO SE MOSTRAM"
                   TO LINHA-AUX
               PERFORM ESCREVE-PERFIL
           END-IF.
           PERFORM ESCREVE-PERFIL.

           MOVE "A" TO XT-MODO.
           PERFORM PERFIL-APURA-QUADRO.
           MOVE "POR ANTIGUIDADE NA EMPRESA" TO LINHA-AUX.
           PERFORM ESCREVE-PERFIL.
           PERFORM ESCREVE-PERFIL.
           PERFORM PERFIL-ESCREVE-QUADRO.

           MOVE "G" TO XT-MODO.
           PERFORM PERFIL-APURA-QUADRO.
           MOVE "POR GRAU" TO LINHA-AUX.
           PERFORM ESCREVE-PERFIL.
           PERFORM ESCREVE-PERFIL.
           PERFORM PERFIL-ESCREVE-QUADRO.
           CLOSE FICHEIRO-PERFIL.

      *________________________________________________________________________*
      * PERFIL-APURA-QUADRO monta as colunas do quadro pedido em
      * XT-MODO, soma as respostas do per°odo em cada cÇlula
      * (departamento x coluna) e nos totais das colunas e, num
      * per°odo an¢nimo, marca o que nÑo se pode mostrar.
       PERFIL-APURA-QUADRO.
           PERFORM PERFIL-MONTA-COLUNAS.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               PERFORM VARYING XT-COL FROM 1 BY 1 UNTIL XT-COL > 20
                   MOVE 0   TO XT-SOMA (DEP-IDX XT-COL)
                   MOVE 0   TO XT-CONT (DEP-IDX XT-COL)
                   MOVE "N" TO XT-SUPR (DEP-IDX XT-COL)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING XT-COL FROM 1 BY 1 UNTIL XT-COL > 20
               MOVE 0   TO XT-COL-SOMA (XT-COL)
               MOVE 0   TO XT-COL-CONT (XT-COL)
               MOVE "N" TO XT-COL-SUPR (XT-COL)
           END-PERFORM.
           PERFORM VARYING INDICE FROM 1 BY 1
                   UNTIL INDICE > TOTAL-REGISTOS
               IF TB-PERIODO (INDICE) = PERIODO-ATUAL AND
                  TB-DEP (INDICE) > 0 THEN
                   PERFORM PERFIL-COLUNA-RESPOSTA
                   ADD TB-NOTA (INDICE)
                       TO XT-SOMA (TB-DEP (INDICE) XT-COL)
                   ADD 1 TO XT-CONT (TB-DEP (INDICE) XT-COL)
                   ADD TB-NOTA (INDICE) TO XT-COL-SOMA (XT-COL)
                   ADD 1                TO XT-COL-CONT (XT-COL)
               END-IF
           END-PERFORM.
           IF PERIODO-E-ANONIMO THEN
               PERFORM PERFIL-SUPRIME-QUADRO
           END-IF.

      *________________________________________________________________________*
      * PERFIL-MONTA-COLUNAS prepara os r¢tulos das colunas: as cinco
      * faixas de antiguidade ou os graus que aparecem nas respostas
      * do per°odo (por ordem, atÇ 19), mais a coluna das respostas
      * sem essa informa᧵o, que Ç sempre a £ltima.
       PERFIL-MONTA-COLUNAS.
           MOVE SPACES TO XT-COLUNAS.
           IF XT-POR-ANTIGUIDADE THEN
               MOVE "<1 ANO"   TO XT-ROTULO (1)
               MOVE "1-3 ANOS" TO XT-ROTULO (2)
               MOVE "3-5 ANOS" TO XT-ROTULO (3)
               MOVE "5-10 A."  TO XT-ROTULO (4)
               MOVE "10+ ANOS" TO XT-ROTULO (5)
               MOVE 6 TO XT-QTD-COL
               MOVE "S/INF."   TO XT-ROTULO (6)
           ELSE
               MOVE 0 TO XT-QTD-COL
               MOVE "N" TO SW-XT-MUDOU
               PERFORM VARYING INDICE FROM 1 BY 1
                       UNTIL INDICE > TOTAL-REGISTOS
                   IF TB-PERIODO (INDICE) = PERIODO-ATUAL AND
                      TB-GRAU (INDICE) NOT = SPACES THEN
                       PERFORM PERFIL-ACRESCENTA-GRAU
                   END-IF
               END-PERFORM
               PERFORM VARYING XT-COL FROM 1 BY 1
                       UNTIL XT-COL > XT-QTD-COL
                   STRING "GRAU "              DELIMITED BY SIZE
                          XT-GRAU-COL (XT-COL) DELIMITED BY SIZE
                          INTO XT-ROTULO (XT-COL)
               END-PERFORM
               ADD 1 TO XT-QTD-COL
      * com mais de 19 graus diferentes os que nÑo cabem juntam-se
      * ·s respostas sem grau.
               IF XT-MUDOU THEN
                   MOVE "OUTROS"   TO XT-ROTULO (XT-QTD-COL)
               ELSE
                   MOVE "S/INF."   TO XT-ROTULO (XT-QTD-COL)
               END-IF
           END-IF.

      *________________________________________________________________________*
      * PERFIL-ACRESCENTA-GRAU junta o grau da resposta INDICE ·
      * lista ordenada de graus das colunas, se ainda l† nÑo estiver.
      * Se a lista j† estiver cheia liga SW-XT-MUDOU.
       PERFIL-ACRESCENTA-GRAU.
           MOVE 0 TO XT-COL.
           PERFORM VARYING XT-COL-IDX FROM 1 BY 1
                   UNTIL XT-COL-IDX > XT-QTD-COL OR XT-COL > 0
               IF XT-GRAU-COL (XT-COL-IDX) NOT < TB-GRAU (INDICE) THEN
                   MOVE XT-COL-IDX TO XT-COL
               END-IF
           END-PERFORM.
           IF XT-COL > 0 AND
              XT-GRAU-COL (XT-COL) = TB-GRAU (INDICE) THEN
               CONTINUE
           ELSE IF XT-QTD-COL >= 19 THEN
               MOVE "S" TO SW-XT-MUDOU
           ELSE
               IF XT-COL = 0 THEN
                   COMPUTE XT-COL = XT-QTD-COL + 1
               END-IF
               PERFORM VARYING XT-COL-IDX FROM XT-QTD-COL BY -1
                       UNTIL XT-COL-IDX < XT-COL
                   MOVE XT-GRAU-COL (XT-COL-IDX)
                       TO XT-GRAU-COL (XT-COL-IDX + 1)
               END-PERFORM
               MOVE TB-GRAU (INDICE) TO XT-GRAU-COL (XT-COL)
               ADD 1 TO XT-QTD-COL
           END-IF
           END-IF.

      *________________________________________________________________________*
      * PERFIL-COLUNA-RESPOSTA devolve em XT-COL a coluna da resposta
      * INDICE no quadro de XT-MODO. Uma resposta sem faixa de
      * antiguidade (as de antes da data de admissÑo estar no quadro
      * de pessoal) ou sem grau vai para a £ltima coluna.
       PERFIL-COLUNA-RESPOSTA.
           MOVE XT-QTD-COL TO XT-COL.
           IF XT-POR-ANTIGUIDADE THEN
               EVALUATE TB-ANTIGUIDADE (INDICE)
                   WHEN "1" MOVE 1 TO XT-COL
                   WHEN "2" MOVE 2 TO XT-COL
                   WHEN "3" MOVE 3 TO XT-COL
                   WHEN "4" MOVE 4 TO XT-COL
                   WHEN "5" MOVE 5 TO XT-COL
                   WHEN OTHER MOVE 6 TO XT-COL
               END-EVALUATE
           ELSE IF TB-GRAU (INDICE) NOT = SPACES THEN
               PERFORM VARYING XT-COL-IDX FROM 1 BY 1
                       UNTIL XT-COL-IDX >= XT-QTD-COL
                   IF XT-GRAU-COL (XT-COL-IDX) = TB-GRAU (INDICE) THEN
                       MOVE XT-COL-IDX TO XT-COL
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

      *________________________________________________________________________*
      * PERFIL-SUPRIME-QUADRO marca num per°odo an¢nimo as cÇlulas e
      * os totais de coluna que nÑo se podem mostrar: "S" para os de
      * 1 ou 2 respostas e para toda a linha de um departamento que a
      * MEDIA j† suprime; depois, atÇ nada mudar, "C" (supressÑo
      * complementar) onde o total vis°vel de uma linha, de uma
      * coluna ou da empresa menos as cÇlulas vis°veis deixaria
      * deduzir um grupo de 1 ou 2 pessoas.
       PERFIL-SUPRIME-QUADRO.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               PERFORM VARYING XT-COL FROM 1 BY 1
                       UNTIL XT-COL > XT-QTD-COL
                   IF XT-CONT (DEP-IDX XT-COL) > 0 THEN
                       IF MD-SUPRIMIDO (DEP-IDX) NOT = "N" OR
                          XT-CONT (DEP-IDX XT-COL) < 3 THEN
                           MOVE "S" TO XT-SUPR (DEP-IDX XT-COL)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING XT-COL FROM 1 BY 1 UNTIL XT-COL > XT-QTD-COL
               IF XT-COL-CONT (XT-COL) > 0 AND
                  XT-COL-CONT (XT-COL) < 3 THEN
                   MOVE "S" TO XT-COL-SUPR (XT-COL)
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL (NOT XT-MUDOU)
               MOVE "N" TO SW-XT-MUDOU
               PERFORM VARYING DEP-IDX FROM 1 BY 1
                       UNTIL DEP-IDX > DEP-MAX
                   IF MD-CONT (DEP-IDX) > 0 AND
                      MD-SUPRIMIDO (DEP-IDX) = "N" THEN
                       PERFORM PERFIL-SUPRIME-LINHA
                   END-IF
               END-PERFORM
               PERFORM VARYING XT-COL-IDX FROM 1 BY 1
                       UNTIL XT-COL-IDX > XT-QTD-COL
                   IF XT-COL-CONT (XT-COL-IDX) > 0 THEN
                       PERFORM PERFIL-SUPRIME-COLUNA
                   END-IF
               END-PERFORM
               IF XT-EMP-CONT >= 3 THEN
                   PERFORM PERFIL-SUPRIME-EMPRESA
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * PERFIL-SUPRIME-LINHA: se as cÇlulas suprimidas do departamento
      * DEP-IDX (cujo total se mostra) somam 1 ou 2 respostas,
      * suprime tambÇm a sua cÇlula vis°vel mais pequena.
       PERFIL-SUPRIME-LINHA.
           MOVE 0   TO XT-CONT-SUPR.
           MOVE 0   TO XT-MENOR-IDX.
           MOVE 999 TO XT-MENOR-CONT.
           PERFORM VARYING XT-COL FROM 1 BY 1 UNTIL XT-COL > XT-QTD-COL
               IF XT-SUPR (DEP-IDX XT-COL) NOT = "N" THEN
                   ADD XT-CONT (DEP-IDX XT-COL) TO XT-CONT-SUPR
               ELSE IF XT-CONT (DEP-IDX XT-COL) > 0 AND
                  XT-CONT (DEP-IDX XT-COL) < XT-MENOR-CONT THEN
                   MOVE XT-COL                   TO XT-MENOR-IDX
                   MOVE XT-CONT (DEP-IDX XT-COL) TO XT-MENOR-CONT
               END-IF
               END-IF
           END-PERFORM.
           IF XT-CONT-SUPR > 0 AND XT-CONT-SUPR < 3 AND
              XT-MENOR-IDX > 0 THEN
               MOVE "C" TO XT-SUPR (DEP-IDX XT-MENOR-IDX)
               MOVE "S" TO SW-XT-MUDOU
           END-IF.

      *________________________________________________________________________*
      * PERFIL-SUPRIME-COLUNA: numa coluna XT-COL-IDX cujo total se
      * mostra, as cÇlulas suprimidas nÑo podem somar 1 ou 2
      * respostas; numa coluna cujo total nÑo se mostra tem de haver
      * pelo menos uma cÇlula suprimida, senÑo o total saia da soma
      * das cÇlulas. Em qualquer dos casos suprime-se a cÇlula
      * vis°vel mais pequena da coluna.
       PERFIL-SUPRIME-COLUNA.
           MOVE 0   TO XT-CONT-SUPR.
           MOVE 0   TO XT-MENOR-IDX.
           MOVE 999 TO XT-MENOR-CONT.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               IF XT-SUPR (DEP-IDX XT-COL-IDX) NOT = "N" THEN
                   ADD XT-CONT (DEP-IDX XT-COL-IDX) TO XT-CONT-SUPR
               ELSE IF XT-CONT (DEP-IDX XT-COL-IDX) > 0 AND
                  XT-CONT (DEP-IDX XT-COL-IDX) < XT-MENOR-CONT THEN
                   MOVE DEP-IDX TO XT-MENOR-IDX
                   MOVE XT-CONT (DEP-IDX XT-COL-IDX) TO XT-MENOR-CONT
               END-IF
               END-IF
           END-PERFORM.
           IF XT-MENOR-IDX > 0 THEN
               IF (XT-COL-SUPR (XT-COL-IDX) = "N" AND
                   XT-CONT-SUPR > 0 AND XT-CONT-SUPR < 3) OR
                  (XT-COL-SUPR (XT-COL-IDX) NOT = "N" AND
                   XT-CONT-SUPR = 0) THEN
                   MOVE "C" TO XT-SUPR (XT-MENOR-IDX XT-COL-IDX)
                   MOVE "S" TO SW-XT-MUDOU
               END-IF
           END-IF.

      *________________________________________________________________________*
      * PERFIL-SUPRIME-EMPRESA: o total da empresa menos os totais de
      * coluna vis°veis nÑo pode deixar ver 1 ou 2 respostas; nesse
      * caso suprime-se tambÇm o total de coluna vis°vel mais pequeno.
       PERFIL-SUPRIME-EMPRESA.
           MOVE 0   TO XT-CONT-SUPR.
           MOVE 0   TO XT-MENOR-IDX.
           MOVE 999 TO XT-MENOR-CONT.
           PERFORM VARYING XT-COL FROM 1 BY 1 UNTIL XT-COL > XT-QTD-COL
               IF XT-COL-SUPR (XT-COL) NOT = "N" THEN
                   ADD XT-COL-CONT (XT-COL) TO XT-CONT-SUPR
               ELSE IF XT-COL-CONT (XT-COL) > 0 AND
                  XT-COL-CONT (XT-COL) < XT-MENOR-CONT THEN
                   MOVE XT-COL               TO XT-MENOR-IDX
                   MOVE XT-COL-CONT (XT-COL) TO XT-MENOR-CONT
               END-IF
               END-IF
           END-PERFORM.
           IF XT-CONT-SUPR > 0 AND XT-CONT-SUPR < 3 AND
              XT-MENOR-IDX > 0 THEN
               MOVE "C" TO XT-COL-SUPR (XT-MENOR-IDX)
               MOVE "S" TO SW-XT-MUDOU
           END-IF.

      *________________________________________________________________________*
      * PERFIL-ESCREVE-QUADRO escreve o quadro apurado, em blocos de
      * seis colunas: uma linha por departamento com respostas, com
      * o total do departamento no fim, e a linha da empresa.
       PERFIL-ESCREVE-QUADRO.
           MOVE 1 TO XT-BANDA-INICIO.
           PERFORM UNTIL XT-BANDA-INICIO > XT-QTD-COL
               COMPUTE XT-BANDA-FIM = XT-BANDA-INICIO + 5
               IF XT-BANDA-FIM > XT-QTD-COL THEN
                   MOVE XT-QTD-COL TO XT-BANDA-FIM
               END-IF
               MOVE "DEPARTAMENTO" TO LINHA-AUX (1:12)
               MOVE 17 TO XT-POS
               PERFORM VARYING XT-COL FROM XT-BANDA-INICIO BY 1
                       UNTIL XT-COL > XT-BANDA-FIM
                   MOVE XT-ROTULO (XT-COL) TO LINHA-AUX (XT-POS:8)
                   ADD 9 TO XT-POS
               END-PERFORM
               MOVE "TOTAL" TO LINHA-AUX (71:5)
               PERFORM ESCREVE-PERFIL
               PERFORM VARYING DEP-IDX FROM 1 BY 1
                       UNTIL DEP-IDX > DEP-MAX
                   IF MD-CONT (DEP-IDX) > 0 THEN
                       PERFORM PERFIL-ESCREVE-LINHA-DEP
                   END-IF
               END-PERFORM
               PERFORM PERFIL-ESCREVE-LINHA-EMPRESA
               PERFORM ESCREVE-PERFIL
               ADD 6 TO XT-BANDA-INICIO
           END-PERFORM.

      *________________________________________________________________________*
      * PERFIL-ESCREVE-LINHA-DEP escreve a linha do departamento
      * DEP-IDX para as colunas do bloco corrente.
       PERFIL-ESCREVE-LINHA-DEP.
           MOVE DEP-IDX TO DEP-DIGITO.
           PERFORM OBTEM-NOME-DEPARTAMENTO.
           MOVE DEP-DIGITO            TO LINHA-AUX (1:2).
           MOVE DEP-NOME-SAIDA (1:12) TO LINHA-AUX (4:12).
           MOVE 17 TO XT-POS.
           PERFORM VARYING XT-COL FROM XT-BANDA-INICIO BY 1
                   UNTIL XT-COL > XT-BANDA-FIM
               MOVE XT-SOMA (DEP-IDX XT-COL) TO XT-SOMA-AUX
               MOVE XT-CONT (DEP-IDX XT-COL) TO XT-CONT-AUX
               MOVE XT-SUPR (DEP-IDX XT-COL) TO XT-SUPR-AUX
               PERFORM PERFIL-FORMATA-CELULA
               ADD 9 TO XT-POS
           END-PERFORM.
           MOVE MD-SOMA (DEP-IDX)      TO XT-SOMA-AUX.
           MOVE MD-CONT (DEP-IDX)      TO XT-CONT-AUX.
           MOVE MD-SUPRIMIDO (DEP-IDX) TO XT-SUPR-AUX.
           MOVE 71 TO XT-POS.
           PERFORM PERFIL-FORMATA-CELULA.
           PERFORM ESCREVE-PERFIL.

      *________________________________________________________________________*
      * PERFIL-ESCREVE-LINHA-EMPRESA escreve a linha dos totais das
      * colunas do bloco corrente e o total da empresa.
       PERFIL-ESCREVE-LINHA-EMPRESA.
           MOVE "TOTAL EMPRESA" TO LINHA-AUX (1:13).
           MOVE 17 TO XT-POS.
           PERFORM VARYING XT-COL FROM XT-BANDA-INICIO BY 1
                   UNTIL XT-COL > XT-BANDA-FIM
               MOVE XT-COL-SOMA (XT-COL) TO XT-SOMA-AUX
               MOVE XT-COL-CONT (XT-COL) TO XT-CONT-AUX
               MOVE XT-COL-SUPR (XT-COL) TO XT-SUPR-AUX
               PERFORM PERFIL-FORMATA-CELULA
               ADD 9 TO XT-POS
           END-PERFORM.
           MOVE XT-EMP-SOMA TO XT-SOMA-AUX.
           MOVE XT-EMP-CONT TO XT-CONT-AUX.
           MOVE "N" TO XT-SUPR-AUX.
           IF PERIODO-E-ANONIMO AND XT-EMP-CONT < 3 THEN
               MOVE "S" TO XT-SUPR-AUX
           END-IF.
           MOVE 71 TO XT-POS.
           PERFORM PERFIL-FORMATA-CELULA.
           PERFORM ESCREVE-PERFIL.

      *________________________________________________________________________*
      * PERFIL-FORMATA-CELULA pÑe em LINHA-AUX, na posiáÑo XT-POS, a
      * cÇlula de XT-SOMA-AUX/XT-CONT-AUX: "-" sem respostas, "N/D"
      * se suprimida, senÑo mÇdia/respostas.
       PERFIL-FORMATA-CELULA.
           IF XT-CONT-AUX = 0 THEN
               MOVE "-" TO LINHA-AUX (XT-POS + 3:1)
           ELSE IF XT-SUPR-AUX NOT = "N" THEN
               MOVE "N/D" TO LINHA-AUX (XT-POS + 2:3)
           ELSE
               COMPUTE XT-MEDIA = XT-SOMA-AUX / XT-CONT-AUX
               MOVE XT-MEDIA    TO XT-SAIDA-MEDIA
               MOVE XT-CONT-AUX TO XT-SAIDA-CONT
               MOVE XT-SAIDA-CELULA TO LINHA-AUX (XT-POS:7)
           END-IF
           END-IF.

      *________________________________________________________________________*
      * ESCREVE-PERFIL acrescenta LINHA-AUX a PERFIL.PRN e limpa-a
      * para a linha seguinte.
       ESCREVE-PERFIL.
           MOVE LINHA-AUX TO LINHA-PERFIL.
           WRITE LINHA-PERFIL.
           MOVE SPACES TO LINHA-AUX.

      *________________________________________________________________________*
      * RESULTADOS-POR-TIPO (op᧵o 29) escreve em RESULTx.PRN (x = tipo
      * de inquÇrito) os resultados de todos os per°odos de um tipo:
      * os de acolhimento, sa°da e pulso tÉm populaá§es diferentes do
      * trimestral e leem-se sempre separados dele.
       RESULTADOS-POR-TIPO.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "RESULTADOS POR TIPO DE INQUÇRITO" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           MOVE SPACE TO RES-TIPO.
           PERFORM WITH TEST AFTER UNTIL VALIDAR-RES-TIPO
               DISPLAY "Q=trimestral A=acolhimento S=sa°da P=pulso"
                   AT 0801
               DISPLAY "Tipo de inquÇrito: " AT 0901
               ACCEPT RES-TIPO AT 0920
               IF (NOT VALIDAR-RES-TIPO) THEN
                   DISPLAY "INSIRA: Q, A, S ou P" AT 1001
                   FOREGROUND-COLOR 4 HIGHLIGHT
               ELSE
                   DISPLAY " " ERASE EOL AT 1001
               END-IF
           END-PERFORM.
           PERFORM RESULTADOS-POR-TIPO-CORPO.
           DISPLAY "Per°odos deste tipo: " AT 1101.
           DISPLAY RES-PERIODOS AT 1122.
           DISPLAY "RELAT¢RIO ESCRITO EM " AT 1201.
           DISPLAY NOME-RESULTADOS AT 1222.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 1401.
           ACCEPT OMITTED AT 1437.

      *________________________________________________________________________*
      * RESULTADOS-POR-TIPO-CORPO percorre os per°odos registados do
      * tipo RES-TIPO e escreve o bloco de cada um, com o total do
      * tipo no fim. Cada per°odo usa a sua pr¢pria marca de
      * anonimato para as supress§es; a do per°odo seleccionado
      * volta a ficar como estava.
       RESULTADOS-POR-TIPO-CORPO.
           MOVE SPACES TO NOME-RESULTADOS.
           STRING "RESULT"   DELIMITED BY SIZE
                  RES-TIPO   DELIMITED BY SIZE
                  ".PRN"     DELIMITED BY SIZE
                  INTO NOME-RESULTADOS.
           MOVE RES-TIPO TO TIPO-ALVO.
           PERFORM OBTEM-NOME-TIPO.
           MOVE SW-PERIODO-ANONIMO TO RES-ANONIMO-GUARDADO.
           MOVE 0 TO RES-PERIODOS.
           MOVE 0 TO RES-TOT-CONT.
           MOVE 0 TO RES-TOT-SOMA.
           OPEN OUTPUT FICHEIRO-RESULTADOS.
           MOVE "------------------------------------------------"
               TO LINHA-RESULTADOS.
           WRITE LINHA-RESULTADOS.
           MOVE "Ind£stria do Porco, S.A." TO LINHA-RESULTADOS.
           WRITE LINHA-RESULTADOS.
           MOVE SPACES TO LINHA-AUX.
           STRING "RESULTADOS DOS INQUERITOS DE TIPO "
                                            DELIMITED BY SIZE
                  TIPO-NOME                 DELIMITED BY SPACE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-RESULTADOS.
           MOVE "------------------------------------------------"
               TO LINHA-RESULTADOS.
           WRITE LINHA-RESULTADOS.
           MOVE "ESTADO: A=ABERTO F=FECHADO Q=ARQUIVADO" TO LINHA-AUX.
           PERFORM ESCREVE-RESULTADOS.
           MOVE "N/D: MENOS DE 3 RESPOSTAS NUM PERIODO ANONIMO"
               TO LINHA-AUX.
           PERFORM ESCREVE-RESULTADOS.
           PERFORM ESCREVE-RESULTADOS.
           PERFORM VARYING RES-PER-IDX FROM 1 BY 1
                   UNTIL RES-PER-IDX > PER-TOTAL
               IF PT-TIPO (RES-PER-IDX) = RES-TIPO THEN
                   PERFORM RESULTADOS-PERIODO
               END-IF
           END-PERFORM.
           IF RES-PERIODOS = 0 THEN
               MOVE "SEM PERIODOS REGISTADOS DESTE TIPO" TO LINHA-AUX
               PERFORM ESCREVE-RESULTADOS
           ELSE
               MOVE RES-TOT-CONT TO RES-CONT-SAIDA
               MOVE SPACES TO LINHA-AUX
               IF RES-TOT-CONT > 0 THEN
                   COMPUTE RES-MEDIA = RES-TOT-SOMA / RES-TOT-CONT
                   MOVE RES-MEDIA TO RES-SAIDA
                   STRING "TOTAL DO TIPO: "  DELIMITED BY SIZE
                          RES-PERIODOS       DELIMITED BY SIZE
                          " PERIODOS, "      DELIMITED BY SIZE
                          RES-CONT-SAIDA     DELIMITED BY SIZE
                          " RESPOSTAS, MEDIA " DELIMITED BY SIZE
                          RES-SAIDA          DELIMITED BY SIZE
                          INTO LINHA-AUX
               ELSE
                   STRING "TOTAL DO TIPO: "  DELIMITED BY SIZE
                          RES-PERIODOS       DELIMITED BY SIZE
                          " PERIODOS, SEM RESPOSTAS"
                                             DELIMITED BY SIZE
                          INTO LINHA-AUX
               END-IF
               PERFORM ESCREVE-RESULTADOS
           END-IF.
           CLOSE FICHEIRO-RESULTADOS.
           MOVE RES-ANONIMO-GUARDADO TO SW-PERIODO-ANONIMO.

      *________________________________________________________________________*
      * RESULTADOS-PERIODO escreve o bloco do per°odo RES-PER-IDX: o
      * estado, o £ltimo dia de recolha, o n£mero de respostas e a
      * mÇdia, a mÇdia de cada pergunta (com o texto da versÑo do
      * question†rio fotografada para o per°odo) e a de cada
      * departamento. As respostas vÉm do ficheiro vivo ou, num
      * per°odo j† arquivado, de ARQUIVO.DAT.
       RESULTADOS-PERIODO.
           ADD 1 TO RES-PERIODOS.
           MOVE PT-PERIODO (RES-PER-IDX) TO PERIODO-ALVO.
           MOVE 0 TO RES-CONT.
           MOVE 0 TO RES-SOMA.
           PERFORM VARYING PERG-IDX FROM 1 BY 1 UNTIL PERG-IDX > 10
               MOVE 0 TO RES-Q-SOMA (PERG-IDX)
               MOVE 0 TO RES-Q-CONT (PERG-IDX)
           END-PERFORM.
           PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > DEP-MAX
               MOVE 0 TO MD-SOMA (DEP-IDX)
               MOVE 0 TO MD-CONT (DEP-IDX)
           END-PERFORM.
           IF PT-ESTADO (RES-PER-IDX) = "Q" THEN
               OPEN INPUT FICHEIRO-ARQUIVO
               IF FS-ARQUIVO = "00" THEN
                   READ FICHEIRO-ARQUIVO
                       AT END MOVE "10" TO FS-ARQUIVO
                   END-READ
                   PERFORM UNTIL FS-ARQUIVO = "10"
                       IF ARQ-PERIODO = PERIODO-ALVO THEN
                           MOVE ARQ-DEP   TO RES-DEP
                           MOVE ARQ-NOTA  TO RES-NOTA
                           MOVE ARQ-NOTAS TO RES-NOTAS
                           PERFORM RESULTADOS-ACUMULA
                       END-IF
                       READ FICHEIRO-ARQUIVO
                           AT END MOVE "10" TO FS-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-ARQUIVO
               END-IF
           ELSE
               OPEN INPUT FICHEIRO-RESPOSTAS
               IF FS-RESPOSTAS = "00" THEN
                   PERFORM POSICIONA-PERIODO-RESPOSTAS
                   PERFORM UNTIL FS-RESPOSTAS NOT = "00"
                       MOVE FR-DEP   TO RES-DEP
                       MOVE FR-NOTA  TO RES-NOTA
                       MOVE FR-NOTAS TO RES-NOTAS
                       PERFORM RESULTADOS-ACUMULA
                       PERFORM LE-PROXIMA-DO-PERIODO
                   END-PERFORM
                   CLOSE FICHEIRO-RESPOSTAS
               END-IF
           END-IF.
           ADD RES-CONT TO RES-TOT-CONT.
           ADD RES-SOMA TO RES-TOT-SOMA.
           MOVE PT-ANONIMO (RES-PER-IDX) TO SW-PERIODO-ANONIMO.
           PERFORM APURA-MEDIAS-DIRECCAO.

           MOVE SPACES TO LINHA-AUX.
           IF PT-FECHO (RES-PER-IDX) > 0 THEN
               MOVE PT-FECHO (RES-PER-IDX) TO RES-FECHO-SAIDA
               STRING "PERIODO "                DELIMITED BY SIZE
                      PERIODO-ALVO              DELIMITED BY SIZE
                      "  ESTADO "               DELIMITED BY SIZE
                      PT-ESTADO (RES-PER-IDX)   DELIMITED BY SIZE
                      "  ANONIMO "              DELIMITED BY SIZE
                      PT-ANONIMO (RES-PER-IDX)  DELIMITED BY SIZE
                      "  RECOLHA ATE "          DELIMITED BY SIZE
                      RES-FECHO-SAIDA           DELIMITED BY SIZE
                      INTO LINHA-AUX
           ELSE
               STRING "PERIODO "                DELIMITED BY SIZE
                      PERIODO-ALVO              DELIMITED BY SIZE
                      "  ESTADO "               DELIMITED BY SIZE
                      PT-ESTADO (RES-PER-IDX)   DELIMITED BY SIZE
                      "  ANONIMO "              DELIMITED BY SIZE
                      PT-ANONIMO (RES-PER-IDX)  DELIMITED BY SIZE
                      INTO LINHA-AUX
           END-IF.
           PERFORM ESCREVE-RESULTADOS.
           MOVE RES-CONT TO RES-CONT-SAIDA.
           MOVE SPACES TO LINHA-AUX.
           IF RES-CONT = 0 THEN
               MOVE "  SEM RESPOSTAS" TO LINHA-AUX
           ELSE IF PERIODO-E-ANONIMO AND RES-CONT < 3 THEN
               STRING "  RESPOSTAS: "   DELIMITED BY SIZE
                      RES-CONT-SAIDA    DELIMITED BY SIZE
                      "  MEDIA: N/D"    DELIMITED BY SIZE
                      INTO LINHA-AUX
           ELSE
               COMPUTE RES-MEDIA = RES-SOMA / RES-CONT
               MOVE RES-MEDIA TO RES-SAIDA
               STRING "  RESPOSTAS: "   DELIMITED BY SIZE
                      RES-CONT-SAIDA    DELIMITED BY SIZE
                      "  MEDIA: "       DELIMITED BY SIZE
                      RES-SAIDA         DELIMITED BY SIZE
                      INTO LINHA-AUX
           END-IF
           END-IF.
           PERFORM ESCREVE-RESULTADOS.

      * o detalhe s¢ sai com respostas suficientes: num per°odo
      * an¢nimo com 1 ou 2 respostas as mÇdias por pergunta seriam as
      * de uma pessoa.
           IF RES-CONT > 0 AND
              (RES-CONT > 2 OR (NOT PERIODO-E-ANONIMO)) THEN
               PERFORM LE-VERSAO-QUESTVER
               PERFORM VARYING PERG-IDX FROM 1 BY 1 UNTIL PERG-IDX > 10
                   IF RES-Q-CONT (PERG-IDX) > 0 THEN
                       PERFORM RESULTADOS-LINHA-PERGUNTA
                   END-IF
               END-PERFORM
               PERFORM VARYING DEP-IDX FROM 1 BY 1
                       UNTIL DEP-IDX > DEP-MAX
                   IF MD-CONT (DEP-IDX) > 0 THEN
                       PERFORM RESULTADOS-LINHA-DEP
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM ESCREVE-RESULTADOS.

      *________________________________________________________________________*
      * RESULTADOS-ACUMULA junta a resposta em RES-DEP/RES-NOTA/
      * RES-NOTAS aos totais do per°odo. Uma pergunta sem nota
      * (respostas anteriores ·s notas por pergunta) nÑo conta.
       RESULTADOS-ACUMULA.
           ADD 1 TO RES-CONT.
           ADD RES-NOTA TO RES-SOMA.
           IF RES-DEP >= 1 AND RES-DEP <= DEP-MAX THEN
               ADD RES-NOTA TO MD-SOMA (RES-DEP)
               ADD 1        TO MD-CONT (RES-DEP)
           END-IF.
           PERFORM VARYING PERG-IDX FROM 1 BY 1 UNTIL PERG-IDX > 10
               IF RES-NOTA-Q (PERG-IDX) IS NUMERIC AND
                  RES-NOTA-Q (PERG-IDX) > 0 THEN
                   ADD RES-NOTA-Q (PERG-IDX) TO RES-Q-SOMA (PERG-IDX)
                   ADD 1 TO RES-Q-CONT (PERG-IDX)
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * RESULTADOS-LINHA-PERGUNTA escreve a mÇdia da pergunta
      * PERG-IDX do per°odo; sem fotografia do question†rio sai s¢ o
      * n£mero da pergunta.
       RESULTADOS-LINHA-PERGUNTA.
           COMPUTE RES-MEDIA =
                   RES-Q-SOMA (PERG-IDX) / RES-Q-CONT (PERG-IDX).
           MOVE RES-MEDIA TO RES-SAIDA.
           MOVE SPACES TO LINHA-AUX.
           STRING "  P"                  DELIMITED BY SIZE
                  PERG-IDX               DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  VER-TEXTO (PERG-IDX)   DELIMITED BY SIZE
                  " MEDIA "              DELIMITED BY SIZE
                  RES-SAIDA              DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-RESULTADOS.

      *________________________________________________________________________*
      * RESULTADOS-LINHA-DEP escreve as respostas e a mÇdia do
      * departamento DEP-IDX no per°odo, ou N/D quando a MEDIA a
      * suprimiria.
       RESULTADOS-LINHA-DEP.
           MOVE MD-CONT (DEP-IDX) TO RES-CONT-SAIDA.
           MOVE DEP-IDX TO RES-DEP.
           MOVE SPACES TO LINHA-AUX.
           IF MD-SUPRIMIDO (DEP-IDX) NOT = "N" THEN
               STRING "  DEP "               DELIMITED BY SIZE
                      RES-DEP                DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      DP-NOME (DEP-IDX)      DELIMITED BY SIZE
                      " N/D"                 DELIMITED BY SIZE
                      INTO LINHA-AUX
           ELSE
               STRING "  DEP "               DELIMITED BY SIZE
                      RES-DEP                DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      DP-NOME (DEP-IDX)      DELIMITED BY SIZE
                      " RESPOSTAS "          DELIMITED BY SIZE
                      RES-CONT-SAIDA         DELIMITED BY SIZE
                      "  MEDIA "             DELIMITED BY SIZE
                      MD-SAIDA (DEP-IDX)     DELIMITED BY SIZE
                      INTO LINHA-AUX
           END-IF.
           PERFORM ESCREVE-RESULTADOS.

      *________________________________________________________________________*
      * ESCREVE-RESULTADOS acrescenta LINHA-AUX ao relat¢rio de
      * resultados por tipo e limpa-a para a linha seguinte.
       ESCREVE-RESULTADOS.
           MOVE LINHA-AUX TO LINHA-RESULTADOS.
           WRITE LINHA-RESULTADOS.
           MOVE SPACES TO LINHA-AUX.

      *________________________________________________________________________*
      * DADOS-PESSOAIS (op᧵o 30) trata os pedidos dos titulares ao
      * abrigo do RGPD: o relat¢rio de acesso com tudo o que os
      * ficheiros do inquÇrito guardam sobre uma pessoa (RGPD.PRN) e
      * o apagamento do nome e dos coment†rios dessa pessoa, que
      * mantÇm as notas para as mÇdias e o historial nÑo mudarem.
       DADOS-PESSOAIS.
           MOVE SPACE TO RGP-OPCAO.
           PERFORM UNTIL RGP-OPCAO = "X"
               DISPLAY CLS
               DISPLAY CABECALHO
               DISPLAY "DADOS PESSOAIS (RGPD)" AT 0701
                   FOREGROUND-COLOR 6 HIGHLIGHT
               DISPLAY "C=Relat¢rio de acesso A=Apagamento X=Sair"
                   AT 0901
               PERFORM WITH TEST AFTER UNTIL VALIDAR-RGP-OPCAO
                   DISPLAY "OpáÑo: [ ]" AT 1101
                   ACCEPT RGP-OPCAO    AT 1109
                   IF (NOT VALIDAR-RGP-OPCAO) THEN
                       DISPLAY "INSIRA: C, A ou X" AT 1112
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT 1112
                   END-IF
               END-PERFORM
               EVALUATE RGP-OPCAO
                   WHEN "C" PERFORM RELATORIO-DADOS-PESSOAIS
                   WHEN "A" PERFORM APAGA-DADOS-PESSOAIS
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.

      *________________________________________________________________________*
      * PEDE-TITULAR-RGPD pede o nome do titular e a data a partir da
      * qual se procuram as c¢pias de salvaguarda e os arquivos da
      * auditoria (por omissÑo 1 de Janeiro de h† cinco anos), e
      * procura o titular no quadro de pessoal em qualquer estado.
       PEDE-TITULAR-RGPD.
           MOVE SPACES TO RGP-NOME.
           DISPLAY "Nome do titular: " AT 0901.
           ACCEPT RGP-NOME AT 0918.
           ACCEPT RGP-HOJE FROM DATE YYYYMMDD.
           MOVE RGP-HOJE TO DTA-DATA.
           SUBTRACT 5 FROM DTA-ANO.
           MOVE 1 TO DTA-MES.
           MOVE 1 TO DTA-DIA.
           MOVE DTA-DATA TO RGP-DESDE.
           DISPLAY "C¢pias e arquivos desde (AAAAMMDD): " AT 1001.
           ACCEPT RGP-DESDE AT 1037.
           IF RGP-DESDE = 0 OR RGP-DESDE > RGP-HOJE THEN
               MOVE DTA-DATA TO RGP-DESDE
           END-IF.
           MOVE 0 TO RGP-FUNC-IDX.
           MOVE 0 TO RGP-FUNC-MATRICULA.
           MOVE RGP-NOME TO NOME-PROCURADO.
           PERFORM PROCURA-FUNCIONARIO-QUALQUER.
           IF FUNC-E-ENCONTRADO THEN
               MOVE FUNC-ENCONTRADO-IDX TO RGP-FUNC-IDX
               MOVE FT-MATRICULA (RGP-FUNC-IDX) TO RGP-FUNC-MATRICULA
           END-IF.

      *________________________________________________________________________*
      * RELATORIO-DADOS-PESSOAIS (op᧵o 30, C) escreve em RGPD.PRN o
      * relat¢rio de acesso do titular pedido.
       RELATORIO-DADOS-PESSOAIS.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "RELAT¢RIO DE ACESSO (RGPD)" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           PERFORM PEDE-TITULAR-RGPD.
      * o pseud¢nimo e a marca dos an¢nimos nÑo sÑo de ninguÇm.
           IF RGP-NOME = SPACES OR RGP-NOME = RGP-PSEUDONIMO OR
              RGP-NOME = NOME-ANONIMO THEN
               DISPLAY "NOME INV†LIDO - NADA FEITO" AT 1201
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               PERFORM RELATORIO-RGPD-CORPO
               DISPLAY "REGISTOS ENCONTRADOS: " AT 1201
               DISPLAY RGP-CONT-TOTAL AT 1223
               DISPLAY "RELAT¢RIO ESCRITO EM RGPD.PRN" AT 1301
           END-IF.
           DISPLAY "Pressione ENTER para continuar" AT 1501.
           ACCEPT OMITTED AT 1533.

      *________________________________________________________________________*
      * RELATORIO-RGPD-CORPO percorre os ficheiros do inquÇrito pela
      * ordem em que se ligam ao titular: o nome leva ao quadro de
      * pessoal, ·s respostas vivas, ao arquivo e ·s c¢pias de
      * salvaguarda; os n£meros dessas respostas levam depois ·
      * codifica᧵o e ·s imagens antes/depois da auditoria e dos
      * seus arquivos datados; a matr°cula do quadro leva aos
      * c¢digos de participa᧵o.
       RELATORIO-RGPD-CORPO.
           MOVE 0 TO RGP-CONT-TOTAL.
           MOVE 0 TO RGP-RESP-TOTAL.
           OPEN OUTPUT FICHEIRO-RGPD.
           MOVE "------------------------------------------------"
               TO LINHA-RGPD.
           WRITE LINHA-RGPD.
           MOVE "Ind£stria do Porco, S.A." TO LINHA-RGPD.
           WRITE LINHA-RGPD.
           MOVE "RELATORIO DE DADOS PESSOAIS (RGPD)" TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE "------------------------------------------------"
               TO LINHA-RGPD.
           WRITE LINHA-RGPD.
           IF RGP-FUNC-IDX = 0 THEN
               STRING "TITULAR: "            DELIMITED BY SIZE
                      RGP-NOME               DELIMITED BY SIZE
                      "  (NAO CONSTA DO QUADRO DE PESSOAL)"
                                             DELIMITED BY SIZE
                      INTO LINHA-AUX
           ELSE
               STRING "TITULAR: "            DELIMITED BY SIZE
                      RGP-NOME               DELIMITED BY SIZE
                      "  MATRICULA NO QUADRO: " DELIMITED BY SIZE
                      RGP-FUNC-MATRICULA     DELIMITED BY SIZE
                      INTO LINHA-AUX
           END-IF.
           PERFORM ESCREVE-RGPD.
           STRING "EMITIDO EM "              DELIMITED BY SIZE
                  RGP-HOJE                   DELIMITED BY SIZE
                  " POR "                    DELIMITED BY SIZE
                  OPERADOR-ID                DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           STRING "COPIAS E ARQUIVOS PROCURADOS DESDE "
                                             DELIMITED BY SIZE
                  RGP-DESDE                  DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           PERFORM ESCREVE-RGPD.
           PERFORM RGPD-LISTA-QUADRO.
           PERFORM RGPD-LISTA-RESPOSTAS.
           PERFORM RGPD-LISTA-ARQUIVO.
           PERFORM RGPD-LISTA-COPIAS.
           PERFORM RGPD-LISTA-CODIFICACAO.
           PERFORM RGPD-LISTA-MODERACAO.
           PERFORM RGPD-LISTA-AUDITORIA.
           PERFORM RGPD-LISTA-AUD-ARQUIVOS.
           PERFORM RGPD-LISTA-CODIGOS.
           STRING "TOTAL DE REGISTOS ENCONTRADOS: " DELIMITED BY SIZE
                  RGP-CONT-TOTAL             DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           PERFORM ESCREVE-RGPD.
           MOVE "NOTA: AS RESPOSTAS DOS PERIODOS ANONIMOS NAO GUARDAM"
               TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE "O NOME E NAO PODEM SER LIGADAS AO TITULAR."
               TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           CLOSE FICHEIRO-RGPD.

      *________________________________________________________________________*
      * RGPD-LISTA-QUADRO mostra a entrada do titular no quadro de
      * pessoal.
       RGPD-LISTA-QUADRO.
           MOVE "--- QUADRO DE PESSOAL (FUNCIONARIOS.DAT)" TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE 0 TO RGP-CONT-FICHEIRO.
           IF RGP-FUNC-IDX > 0 THEN
               STRING "    MATR. "           DELIMITED BY SIZE
                      FT-MATRICULA (RGP-FUNC-IDX) DELIMITED BY SIZE
                      " NOME "               DELIMITED BY SIZE
                      FT-NOME (RGP-FUNC-IDX) DELIMITED BY SIZE
                      " DEP "                DELIMITED BY SIZE
                      FT-DEP (RGP-FUNC-IDX)  DELIMITED BY SIZE
                      " ACTIVO "             DELIMITED BY SIZE
                      FT-ACTIVO (RGP-FUNC-IDX) DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-RGPD
               STRING "    ADMISSAO "        DELIMITED BY SIZE
                      FT-ADMISSAO (RGP-FUNC-IDX) DELIMITED BY SIZE
                      " GRAU "               DELIMITED BY SIZE
                      FT-GRAU (RGP-FUNC-IDX) DELIMITED BY SIZE
                      " SAIDA "              DELIMITED BY SIZE
                      FT-SAIDA (RGP-FUNC-IDX) DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-RGPD
               ADD 1 TO RGP-CONT-FICHEIRO
               ADD 1 TO RGP-CONT-TOTAL
           END-IF.
           PERFORM RGPD-FECHA-SECCAO.

      *________________________________________________________________________*
      * RGPD-LISTA-RESPOSTAS mostra as respostas vivas gravadas com o
      * nome do titular e guarda os seus n£meros.
       RGPD-LISTA-RESPOSTAS.
           MOVE "--- RESPOSTAS (RESPOSTAS.DAT)" TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE 0 TO RGP-CONT-FICHEIRO.
           OPEN INPUT FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS = "00" THEN
               READ FICHEIRO-RESPOSTAS NEXT RECORD
                   AT END MOVE "10" TO FS-RESPOSTAS
               END-READ
               PERFORM UNTIL FS-RESPOSTAS NOT = "00"
                   IF FR-NOME = RGP-NOME THEN
                       MOVE SPACES TO RGP-RESP
                       MOVE FR-REGISTO TO RGP-RESP
                       PERFORM RGPD-EMITE-RESPOSTA
                   END-IF
                   READ FICHEIRO-RESPOSTAS NEXT RECORD
                       AT END MOVE "10" TO FS-RESPOSTAS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
           END-IF.
           PERFORM RGPD-FECHA-SECCAO.

      *________________________________________________________________________*
      * RGPD-LISTA-ARQUIVO mostra as respostas arquivadas gravadas com
      * o nome do titular e guarda os seus n£meros.
       RGPD-LISTA-ARQUIVO.
           MOVE "--- RESPOSTAS ARQUIVADAS (ARQUIVO.DAT)" TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE 0 TO RGP-CONT-FICHEIRO.
           OPEN INPUT FICHEIRO-ARQUIVO.
           IF FS-ARQUIVO = "00" THEN
               READ FICHEIRO-ARQUIVO
                   AT END MOVE "10" TO FS-ARQUIVO
               END-READ
               PERFORM UNTIL FS-ARQUIVO NOT = "00"
                   IF ARQ-NOME = RGP-NOME THEN
                       MOVE SPACES TO RGP-RESP
                       MOVE ARQ-REGISTO TO RGP-RESP
                       PERFORM RGPD-EMITE-RESPOSTA
                   END-IF
                   READ FICHEIRO-ARQUIVO
                       AT END MOVE "10" TO FS-ARQUIVO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ARQUIVO
           END-IF.
           PERFORM RGPD-FECHA-SECCAO.

      *________________________________________________________________________*
      * RGPD-LISTA-COPIAS procura o titular nas c¢pias de salvaguarda
      * das respostas e do quadro de pessoal de cada dia desde
      * RGP-DESDE atÇ hoje; as respostas encontradas juntam os seus
      * n£meros aos j† guardados (podem ter sido anuladas depois).
       RGPD-LISTA-COPIAS.
           MOVE "--- COPIAS DE SALVAGUARDA (RESP/FUNCAAAAMMDD.SEG)"
               TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE 0 TO RGP-CONT-FICHEIRO.
           PERFORM RGPD-PRIMEIRO-DIA.
           PERFORM UNTIL RGP-DIAS > RGP-DIAS-FIM
               PERFORM RGPD-DATA-DO-DIA
               MOVE "RESP" TO SEG-PREFIXO
               PERFORM RGPD-LISTA-COPIA
               MOVE "FUNC" TO SEG-PREFIXO
               PERFORM RGPD-LISTA-COPIA
               ADD 1 TO RGP-DIAS
           END-PERFORM.
           PERFORM RGPD-FECHA-SECCAO.

      *________________________________________________________________________*
      * RGPD-LISTA-COPIA lÉ a c¢pia do prefixo e do dia correntes, se
      * existir, e mostra os registos com o nome do titular.
       RGPD-LISTA-COPIA.
           PERFORM MONTA-NOME-SEGURANCA.
           MOVE NOME-SEGURANCA TO NOME-CNV-ENTRADA.
           OPEN INPUT FICHEIRO-CNV-ENTRADA.
           IF FS-CNV-ENTRADA = "00" THEN
               READ FICHEIRO-CNV-ENTRADA
                   AT END MOVE "10" TO FS-CNV-ENTRADA
               END-READ
               PERFORM UNTIL FS-CNV-ENTRADA NOT = "00"
                   IF CNV-ENT-REGISTO (6:12) = RGP-NOME THEN
                       STRING "    "         DELIMITED BY SIZE
                              NOME-SEGURANCA DELIMITED BY SPACE
                              ":"            DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-RGPD
                       IF SEG-PREFIXO = "RESP" THEN
                           PERFORM RGPD-IMAGEM-RESPOSTA
                           PERFORM RGPD-EMITE-RESPOSTA
                       ELSE
                           STRING "    REGISTO: "  DELIMITED BY SIZE
                                  CNV-ENT-REGISTO (1:60)
                                                   DELIMITED BY SIZE
                                  INTO LINHA-AUX
                           PERFORM ESCREVE-RGPD
                           ADD 1 TO RGP-CONT-FICHEIRO
                           ADD 1 TO RGP-CONT-TOTAL
                       END-IF
                   END-IF
                   READ FICHEIRO-CNV-ENTRADA
                       AT END MOVE "10" TO FS-CNV-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CNV-ENTRADA
           END-IF.

      *________________________________________________________________________*
      * RGPD-LISTA-CODIFICACAO mostra as categorias atribu°das aos
      * coment†rios das respostas do titular.
       RGPD-LISTA-CODIFICACAO.
           MOVE "--- CODIFICACAO DOS COMENTARIOS (CODIFICACAO.DAT)"
               TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE 0 TO RGP-CONT-FICHEIRO.
           OPEN INPUT FICHEIRO-CODIFICACAO.
           IF FS-CODIFICACAO = "00" THEN
               READ FICHEIRO-CODIFICACAO
                   AT END MOVE "10" TO FS-CODIFICACAO
               END-READ
               PERFORM UNTIL FS-CODIFICACAO NOT = "00"
                   MOVE COD-MATRICULA TO RGP-ID-PROCURADO
                   MOVE COD-PERIODO   TO RGP-ID-PERIODO
                   PERFORM RGPD-PROCURA-ID
                   IF RGP-ID-E-DO-TITULAR THEN
                       MOVE COD-CATEGORIA TO CODIF-CATEGORIA
                       PERFORM PROCURA-CATEGORIA
                       STRING "    RESP. "     DELIMITED BY SIZE
                              COD-MATRICULA    DELIMITED BY SIZE
                              " PER "          DELIMITED BY SIZE
                              COD-PERIODO      DELIMITED BY SIZE
                              " DEP "          DELIMITED BY SIZE
                              COD-DEP          DELIMITED BY SIZE
                              " CATEGORIA "    DELIMITED BY SIZE
                              COD-CATEGORIA    DELIMITED BY SIZE
                              INTO LINHA-AUX
                       IF CAT-E-ENCONTRADA THEN
                           MOVE CT-NOME (CAT-ENCONTRADO-IDX)
                               TO LINHA-AUX (55:20)
                       END-IF
                       PERFORM ESCREVE-RGPD
                       ADD 1 TO RGP-CONT-FICHEIRO
                       ADD 1 TO RGP-CONT-TOTAL
                   END-IF
                   READ FICHEIRO-CODIFICACAO
                       AT END MOVE "10" TO FS-CODIFICACAO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CODIFICACAO
           END-IF.
           PERFORM RGPD-FECHA-SECCAO.

      *________________________________________________________________________*
      * RGPD-LISTA-MODERACAO mostra as decis§es da revisÑo dos
      * coment†rios das respostas do titular, com o texto expurgado.
       RGPD-LISTA-MODERACAO.
           MOVE "--- REVISAO DOS COMENTARIOS (MODERACAO.DAT)"
               TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE 0 TO RGP-CONT-FICHEIRO.
           OPEN INPUT FICHEIRO-MODERACAO.
           IF FS-MODERACAO = "00" THEN
               READ FICHEIRO-MODERACAO
                   AT END MOVE "10" TO FS-MODERACAO
               END-READ
               PERFORM UNTIL FS-MODERACAO NOT = "00"
                   MOVE MDR-MATRICULA TO RGP-ID-PROCURADO
                   MOVE MDR-PERIODO   TO RGP-ID-PERIODO
                   PERFORM RGPD-PROCURA-ID
                   IF RGP-ID-E-DO-TITULAR THEN
                       STRING "    RESP "      DELIMITED BY SIZE
                              MDR-MATRICULA    DELIMITED BY SIZE
                              " PER "          DELIMITED BY SIZE
                              MDR-PERIODO      DELIMITED BY SIZE
                              " ESTADO "       DELIMITED BY SIZE
                              MDR-ESTADO       DELIMITED BY SIZE
                              " EM "           DELIMITED BY SIZE
                              MDR-DATA         DELIMITED BY SIZE
                              " POR "          DELIMITED BY SIZE
                              MDR-OPERADOR     DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-RGPD
                       IF MDR-TEXTO NOT = SPACES THEN
                           STRING "      TEXTO: " DELIMITED BY SIZE
                                  MDR-TEXTO      DELIMITED BY SIZE
                                  INTO LINHA-AUX
                           PERFORM ESCREVE-RGPD
                       END-IF
                       ADD 1 TO RGP-CONT-FICHEIRO
                       ADD 1 TO RGP-CONT-TOTAL
                   END-IF
                   READ FICHEIRO-MODERACAO
                       AT END MOVE "10" TO FS-MODERACAO
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-MODERACAO
           END-IF.
           PERFORM RGPD-FECHA-SECCAO.

      *________________________________________________________________________*
      * RGPD-LISTA-AUDITORIA mostra as correcá§es, anulaá§es e
      * decis§es de revisÑo dos coment†rios das respostas do titular
      * que estÑo no ficheiro vivo da auditoria, com a imagem
      * antes/depois.
       RGPD-LISTA-AUDITORIA.
           MOVE "--- AUDITORIA (AUDITORIA.DAT)" TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE 0 TO RGP-CONT-FICHEIRO.
           OPEN INPUT FICHEIRO-AUDITORIA.
           IF FS-AUDITORIA = "00" THEN
               READ FICHEIRO-AUDITORIA
                   AT END MOVE "10" TO FS-AUDITORIA
               END-READ
               PERFORM UNTIL FS-AUDITORIA NOT = "00"
                   IF AUD-TIPO = "COR" OR AUD-TIPO = "ANU" OR
                      AUD-TIPO = "LIB" OR AUD-TIPO = "EXP" OR
                      AUD-TIPO = "RET" THEN
                       MOVE AUD-MATRICULA TO RGP-ID-PROCURADO
                       MOVE SPACES        TO RGP-ID-PERIODO
                       PERFORM RGPD-PROCURA-ID
                       IF RGP-ID-E-DO-TITULAR THEN
                           MOVE SPACES TO RGP-AUD
                           MOVE AUD-REGISTO TO RGP-AUD
                           PERFORM RGPD-EMITE-AUDITORIA
                       END-IF
                   END-IF
                   READ FICHEIRO-AUDITORIA
                       AT END MOVE "10" TO FS-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-AUDITORIA
           END-IF.
           PERFORM RGPD-FECHA-SECCAO.

      *________________________________________________________________________*
      * RGPD-LISTA-AUD-ARQUIVOS faz o mesmo nos arquivos datados da
      * auditoria (AUDAAAAMMDD.ARQ) de cada dia desde RGP-DESDE.
       RGPD-LISTA-AUD-ARQUIVOS.
           MOVE "--- ARQUIVOS DA AUDITORIA (AUDAAAAMMDD.ARQ)"
               TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE 0 TO RGP-CONT-FICHEIRO.
           PERFORM RGPD-PRIMEIRO-DIA.
           PERFORM UNTIL RGP-DIAS > RGP-DIAS-FIM
               PERFORM RGPD-DATA-DO-DIA
               PERFORM MONTA-NOME-AUD-ARQ-RGPD
               MOVE NOME-AUD-ARQ TO NOME-CNV-ENTRADA
               OPEN INPUT FICHEIRO-CNV-ENTRADA
               IF FS-CNV-ENTRADA = "00" THEN
                   READ FICHEIRO-CNV-ENTRADA
                       AT END MOVE "10" TO FS-CNV-ENTRADA
                   END-READ
                   PERFORM UNTIL FS-CNV-ENTRADA NOT = "00"
                       PERFORM RGPD-VERIFICA-IMAGEM-AUD
                       IF RGP-ID-E-DO-TITULAR THEN
                           STRING "    "       DELIMITED BY SIZE
                                  NOME-AUD-ARQ DELIMITED BY SPACE
                                  ":"          DELIMITED BY SIZE
                                  INTO LINHA-AUX
                           PERFORM ESCREVE-RGPD
                           PERFORM RGPD-IMAGEM-AUDITORIA
                           PERFORM RGPD-EMITE-AUDITORIA
                       END-IF
                       READ FICHEIRO-CNV-ENTRADA
                           AT END MOVE "10" TO FS-CNV-ENTRADA
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-CNV-ENTRADA
               END-IF
               ADD 1 TO RGP-DIAS
           END-PERFORM.
           PERFORM RGPD-FECHA-SECCAO.

      *________________________________________________________________________*
      * RGPD-LISTA-CODIGOS mostra os c¢digos de participa᧵o
      * atribu°dos ao titular nos per°odos an¢nimos (o registo s¢
      * diz se foi usado, nunca em que resposta).
       RGPD-LISTA-CODIGOS.
           MOVE "--- CODIGOS DE PARTICIPACAO (PARTAAAAQT.DAT)"
               TO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           MOVE 0 TO RGP-CONT-FICHEIRO.
           IF RGP-FUNC-MATRICULA > 0 THEN
               PERFORM VARYING RGP-PER-IDX FROM 1 BY 1
                       UNTIL RGP-PER-IDX > PER-TOTAL
                   IF PT-ANONIMO (RGP-PER-IDX) = "S" THEN
                       PERFORM RGPD-LISTA-CODIGOS-PERIODO
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM RGPD-FECHA-SECCAO.

      *________________________________________________________________________*
      * RGPD-LISTA-CODIGOS-PERIODO lÉ o registo de c¢digos do per°odo
      * RGP-PER-IDX e mostra o c¢digo do titular.
       RGPD-LISTA-CODIGOS-PERIODO.
           MOVE SPACES TO NOME-CODIGOS.
           STRING "PART"                   DELIMITED BY SIZE
                  PT-PERIODO (RGP-PER-IDX) DELIMITED BY SIZE
                  ".DAT"                   DELIMITED BY SIZE
                  INTO NOME-CODIGOS.
           OPEN INPUT FICHEIRO-CODIGOS.
           IF FS-CODIGOS = "00" THEN
               READ FICHEIRO-CODIGOS
                   AT END MOVE "10" TO FS-CODIGOS
               END-READ
               PERFORM UNTIL FS-CODIGOS NOT = "00"
                   IF CPA-MATRICULA = RGP-FUNC-MATRICULA THEN
                       STRING "    PER "        DELIMITED BY SIZE
                              PT-PERIODO (RGP-PER-IDX)
                                                DELIMITED BY SIZE
                              " CODIGO "        DELIMITED BY SIZE
                              CPA-CODIGO        DELIMITED BY SIZE
                              " USADO "         DELIMITED BY SIZE
                              CPA-USADO         DELIMITED BY SIZE
                              INTO LINHA-AUX
                       PERFORM ESCREVE-RGPD
                       ADD 1 TO RGP-CONT-FICHEIRO
                       ADD 1 TO RGP-CONT-TOTAL
                   END-IF
                   READ FICHEIRO-CODIGOS
                       AT END MOVE "10" TO FS-CODIGOS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CODIGOS
           END-IF.

      *________________________________________________________________________*
      * RGPD-FECHA-SECCAO fecha a sec᧵o de um ficheiro no relat¢rio,
      * dizendo quando nÑo se encontrou nada.
       RGPD-FECHA-SECCAO.
           IF RGP-CONT-FICHEIRO = 0 THEN
               MOVE "    NENHUM REGISTO" TO LINHA-AUX
               PERFORM ESCREVE-RGPD
           END-IF.
           PERFORM ESCREVE-RGPD.

      *________________________________________________________________________*
      * RGPD-EMITE-RESPOSTA escreve a resposta em RGP-RESP no
      * relat¢rio e guarda o seu n£mero entre os do titular.
       RGPD-EMITE-RESPOSTA.
           PERFORM RGPD-ACRESCENTA-ID.
           STRING "    RESP "        DELIMITED BY SIZE
                  RGP-R-MATRICULA    DELIMITED BY SIZE
                  " PER "            DELIMITED BY SIZE
                  RGP-R-PERIODO      DELIMITED BY SIZE
                  " T "              DELIMITED BY SIZE
                  RGP-R-TIPO         DELIMITED BY SIZE
                  " DEP "            DELIMITED BY SIZE
                  RGP-R-DEP          DELIMITED BY SIZE
                  " NOTA "           DELIMITED BY SIZE
                  RGP-R-NOTA         DELIMITED BY SIZE
                  " NOTAS "          DELIMITED BY SIZE
                  RGP-R-NOTAS        DELIMITED BY SIZE
                  " ANT "            DELIMITED BY SIZE
                  RGP-R-ANTIGUIDADE  DELIMITED BY SIZE
                  " GRAU "           DELIMITED BY SIZE
                  RGP-R-GRAU         DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           STRING "      COMENTARIO: " DELIMITED BY SIZE
                  RGP-R-COMENTARIO     DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           ADD 1 TO RGP-CONT-FICHEIRO.
           ADD 1 TO RGP-CONT-TOTAL.

      *________________________________________________________________________*
      * RGPD-EMITE-AUDITORIA escreve o registo de auditoria em RGP-AUD
      * no relat¢rio, com a imagem antes/depois.
       RGPD-EMITE-AUDITORIA.
           STRING "    "             DELIMITED BY SIZE
                  RGP-A-DATA         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  RGP-A-HORA         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  RGP-A-OPERADOR     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  RGP-A-TIPO         DELIMITED BY SIZE
                  " RESP "           DELIMITED BY SIZE
                  RGP-A-MATRICULA    DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           STRING "      ANTES  DEP "  DELIMITED BY SIZE
                  RGP-A-DEP-ANT        DELIMITED BY SIZE
                  " NOTA "             DELIMITED BY SIZE
                  RGP-A-NOTA-ANT       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RGP-A-COMENT-ANT     DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           STRING "      DEPOIS DEP "  DELIMITED BY SIZE
                  RGP-A-DEP-NOVO       DELIMITED BY SIZE
                  " NOTA "             DELIMITED BY SIZE
                  RGP-A-NOTA-NOVA      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  RGP-A-COMENT-NOVO    DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-RGPD.
           ADD 1 TO RGP-CONT-FICHEIRO.
           ADD 1 TO RGP-CONT-TOTAL.

      *________________________________________________________________________*
      * RGPD-IMAGEM-RESPOSTA passa a imagem plana lida de uma c¢pia
      * para RGP-RESP; uma c¢pia anterior · conversÑo dos c¢digos de
      * departamento traz o departamento com um s¢ d°gito, que leva
      * o "0" · frente como na conversÑo.
       RGPD-IMAGEM-RESPOSTA.
           MOVE SPACES TO RGP-RESP.
           IF RGP-TRACADO-ANTIGO THEN
               STRING CNV-ENT-REGISTO (1:17)   DELIMITED BY SIZE
                      "0"                      DELIMITED BY SIZE
                      CNV-ENT-REGISTO (18:112) DELIMITED BY SIZE
                      INTO RGP-RESP
           ELSE
               MOVE CNV-ENT-REGISTO TO RGP-RESP
           END-IF.

      *________________________________________________________________________*
      * RGPD-IMAGEM-AUDITORIA passa a imagem plana lida de um arquivo
      * da auditoria para RGP-AUD, acertando da mesma maneira os dois
      * departamentos dos arquivos no traáado antigo.
       RGPD-IMAGEM-AUDITORIA.
           MOVE SPACES TO RGP-AUD.
           IF RGP-TRACADO-ANTIGO THEN
               STRING CNV-ENT-REGISTO (1:34)   DELIMITED BY SIZE
                      "0"                      DELIMITED BY SIZE
                      CNV-ENT-REGISTO (35:42)  DELIMITED BY SIZE
                      "0"                      DELIMITED BY SIZE
                      CNV-ENT-REGISTO (77:42)  DELIMITED BY SIZE
                      INTO RGP-AUD
           ELSE
               MOVE CNV-ENT-REGISTO TO RGP-AUD
           END-IF.

      *________________________________________________________________________*
      * RGPD-VERIFICA-IMAGEM-AUD diz se a imagem plana de auditoria
      * lida Ç uma correc᧵o, anula᧵o ou revisÑo de coment†rio de
      * uma resposta do titular
      * (o tipo e o n£mero estÑo nas mesmas posiá§es nos dois
      * traáados).
       RGPD-VERIFICA-IMAGEM-AUD.
           MOVE "N" TO SW-RGP-ID.
           IF (CNV-ENT-REGISTO (27:3) = "COR" OR
               CNV-ENT-REGISTO (27:3) = "ANU" OR
               CNV-ENT-REGISTO (27:3) = "LIB" OR
               CNV-ENT-REGISTO (27:3) = "EXP" OR
               CNV-ENT-REGISTO (27:3) = "RET") AND
              CNV-ENT-REGISTO (30:5) IS NUMERIC THEN
               MOVE CNV-ENT-REGISTO (30:5) TO RGP-ID-PROCURADO
               MOVE SPACES TO RGP-ID-PERIODO
               PERFORM RGPD-PROCURA-ID
           END-IF.

      *________________________________________________________________________*
      * RGPD-ACRESCENTA-ID junta o n£mero e o per°odo da resposta em
      * RGP-RESP aos do titular, se ainda lá nÑo estiverem.
       RGPD-ACRESCENTA-ID.
           MOVE RGP-R-MATRICULA TO RGP-ID-PROCURADO.
           MOVE RGP-R-PERIODO   TO RGP-ID-PERIODO.
           PERFORM RGPD-PROCURA-ID.
           IF (NOT RGP-ID-E-DO-TITULAR) AND RGP-RESP-TOTAL < 300 THEN
               ADD 1 TO RGP-RESP-TOTAL
               MOVE RGP-ID-PROCURADO TO RGP-RESP-ID (RGP-RESP-TOTAL)
               MOVE RGP-ID-PERIODO
                   TO RGP-RESP-PERIODO (RGP-RESP-TOTAL)
           END-IF.

      *________________________________________________________________________*
      * RGPD-PROCURA-ID diz em SW-RGP-ID se a resposta
      * RGP-ID-PROCURADO Ç do titular; com RGP-ID-PERIODO em branco
      * (a auditoria nÑo guarda o per°odo) basta o n£mero.
       RGPD-PROCURA-ID.
           MOVE "N" TO SW-RGP-ID.
           PERFORM VARYING RGP-IDX FROM 1 BY 1
                   UNTIL (RGP-IDX > RGP-RESP-TOTAL) OR
                         RGP-ID-E-DO-TITULAR
               IF RGP-RESP-ID (RGP-IDX) = RGP-ID-PROCURADO AND
                  (RGP-ID-PERIODO = SPACES OR
                   RGP-RESP-PERIODO (RGP-IDX) = RGP-ID-PERIODO) THEN
                   MOVE "S" TO SW-RGP-ID
               END-IF
           END-PERFORM.

      *________________________________________________________________________*
      * RGPD-PRIMEIRO-DIA pÑe em RGP-DIAS o dia juliano de RGP-DESDE
      * e em RGP-DIAS-FIM o de hoje, para percorrer os nomes datados
      * das c¢pias e dos arquivos dia a dia.
       RGPD-PRIMEIRO-DIA.
           MOVE RGP-HOJE TO DTA-DATA.
           PERFORM DATA-PARA-DIAS.
           MOVE DTA-DIAS TO RGP-DIAS-FIM.
           MOVE RGP-DESDE TO DTA-DATA.
           PERFORM DATA-PARA-DIAS.
           MOVE DTA-DIAS TO RGP-DIAS.

      *________________________________________________________________________*
      * RGPD-DATA-DO-DIA converte RGP-DIAS na data do nome do
      * ficheiro (tambÇm em SLV-DATA, para MONTA-NOME-SEGURANCA) e diz
      * se nesse dia os ficheiros ainda estavam no traáado antigo.
       RGPD-DATA-DO-DIA.
           MOVE RGP-DIAS TO DTA-DIAS.
           PERFORM DIAS-PARA-DATA.
           MOVE DTA-DATA TO RGP-DATA-FICHEIRO.
           MOVE DTA-DATA TO SLV-DATA.
           IF RGP-DATA-FICHEIRO < DATA-CONVERSAO THEN
               MOVE "S" TO SW-RGP-ANTIGO
           ELSE
               MOVE "N" TO SW-RGP-ANTIGO
           END-IF.

      *________________________________________________________________________*
      * MONTA-NOME-AUD-ARQ-RGPD monta o nome do arquivo da auditoria
      * do dia em RGP-DATA-FICHEIRO.
       MONTA-NOME-AUD-ARQ-RGPD.
           MOVE SPACES TO NOME-AUD-ARQ.
           STRING "AUD"             DELIMITED BY SIZE
                  RGP-DATA-FICHEIRO DELIMITED BY SIZE
                  ".ARQ"            DELIMITED BY SIZE
                  INTO NOME-AUD-ARQ.

      *________________________________________________________________________*
      * APAGA-DADOS-PESSOAIS (op᧵o 30, A) apaga o nome e os
      * coment†rios do titular em todos os ficheiros do inquÇrito,
      * deixando as notas. Quem ainda est† activo fica no quadro de
      * pessoal com o nome (Ç a folha de pagamento que o mantÇm);
      * quem j† saiu fica com o pseud¢nimo.
       APAGA-DADOS-PESSOAIS.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "APAGAMENTO DE DADOS PESSOAIS (RGPD)" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           PERFORM PEDE-TITULAR-RGPD.
           IF RGP-NOME = SPACES OR RGP-NOME = RGP-PSEUDONIMO OR
              RGP-NOME = NOME-ANONIMO THEN
               DISPLAY "NOME INV†LIDO - NADA FEITO" AT 1201
                   FOREGROUND-COLOR 4 HIGHLIGHT
           ELSE
               DISPLAY "NOME E COMENT†RIOS SéO APAGADOS EM TODOS"
                   AT 1201 FOREGROUND-COLOR 4 HIGHLIGHT
               DISPLAY "OS FICHEIROS; AS NOTAS FICAM." AT 1301
                   FOREGROUND-COLOR 4 HIGHLIGHT
               MOVE SPACE TO RESP-CONFIRMA
               PERFORM WITH TEST AFTER UNTIL VALIDAR-RESP-CONFIRMA
                   DISPLAY "Confirma o apagamento (S/N)? " AT 1501
                   ACCEPT RESP-CONFIRMA AT 1531
                   IF (NOT VALIDAR-RESP-CONFIRMA) THEN
                       DISPLAY "INSIRA: S ou N" AT 1534
                       FOREGROUND-COLOR 4 HIGHLIGHT
                   ELSE
                       DISPLAY " " ERASE EOL AT 1534
                   END-IF
               END-PERFORM
               IF RESP-CONFIRMA = "S" THEN
                   PERFORM APAGA-DADOS-PESSOAIS-EXECUTA
                   DISPLAY "APAGAMENTO N§ " AT 1701
                   DISPLAY RGP-NUMERO AT 1715
                   DISPLAY "RESPOSTAS: " AT 1801
                   DISPLAY RGP-CONT-RESPOSTAS AT 1812
                   DISPLAY "ARQUIVO: " AT 1820
                   DISPLAY RGP-CONT-ARQUIVO AT 1829
                   DISPLAY "C¢PIAS: " AT 1837
                   DISPLAY RGP-CONT-COPIAS AT 1845
                   DISPLAY "AUDITORIA: " AT 1901
                   DISPLAY RGP-CONT-AUDITORIA AT 1912
                   DISPLAY "QUADRO: " AT 1920
                   DISPLAY RGP-CONT-QUADRO AT 1928
                   DISPLAY "REVISÉO: " AT 1937
                   DISPLAY RGP-CONT-MODERACAO AT 1946
               END-IF
           END-IF.
           DISPLAY "Pressione ENTER para continuar" AT 2101.
           ACCEPT OMITTED AT 2133.

      *________________________________________________________________________*
      * APAGA-DADOS-PESSOAIS-EXECUTA faz o apagamento: primeiro as
      * respostas (vivas, arquivadas e nas c¢pias), que dÑo os
      * n£meros por que se reconhecem depois os coment†rios nas
      * imagens da auditoria e dos seus arquivos; no fim o quadro de
      * pessoal, o registo do apagamento e a auditoria.
       APAGA-DADOS-PESSOAIS-EXECUTA.
           MOVE 0 TO RGP-RESP-TOTAL.
           MOVE 0 TO RGP-CONT-QUADRO.
           ACCEPT RGP-HORA FROM TIME.
           PERFORM APURA-NUMERO-APAGAMENTO.
           MOVE "N" TO SW-RGP-QUADRO.
           IF RGP-FUNC-IDX > 0 THEN
               IF FT-ACTIVO (RGP-FUNC-IDX) = "N" THEN
                   MOVE "S" TO SW-RGP-QUADRO
               END-IF
           END-IF.
           PERFORM APAGA-RGPD-RESPOSTAS.
           MOVE "R" TO RGP-TIPO-IMAGEM.
           MOVE "N" TO SW-RGP-ANTIGO.
           MOVE 31 TO RGP-POS-COMENT.
           MOVE "ARQUIVO.DAT" TO NOME-CNV-ENTRADA.
           PERFORM APAGA-RGPD-FICHEIRO.
           MOVE RGP-CONT-FICHEIRO TO RGP-CONT-ARQUIVO.
           PERFORM APAGA-RGPD-COPIAS.
           MOVE "U" TO RGP-TIPO-IMAGEM.
           MOVE "N" TO SW-RGP-ANTIGO.
           MOVE 38 TO RGP-POS-COMENT.
           MOVE 81 TO RGP-POS-COMENT-2.
           MOVE "AUDITORIA.DAT" TO NOME-CNV-ENTRADA.
           PERFORM APAGA-RGPD-FICHEIRO.
           MOVE RGP-CONT-FICHEIRO TO RGP-CONT-AUDITORIA.
           PERFORM APAGA-RGPD-AUD-ARQUIVOS.
           MOVE "M" TO RGP-TIPO-IMAGEM.
           MOVE "MODERACAO.DAT" TO NOME-CNV-ENTRADA.
           PERFORM APAGA-RGPD-FICHEIRO.
           MOVE RGP-CONT-FICHEIRO TO RGP-CONT-MODERACAO.
           IF RGP-APAGA-QUADRO THEN
               MOVE RGP-PSEUDONIMO TO FT-NOME (RGP-FUNC-IDX)
               PERFORM GRAVA-FICHEIRO-FUNCIONARIOS
               MOVE 1 TO RGP-CONT-QUADRO
           END-IF.
           PERFORM REGISTA-APAGAMENTO.
           PERFORM REGISTA-AUDITORIA-APAGAMENTO.
      * as respostas do per°odo carregado podem ter mudado de nome.
           PERFORM CARREGA-RESPOSTAS-PERIODO.

      *________________________________________________________________________*
      * APAGA-RGPD-RESPOSTAS reescreve no ficheiro indexado as
      * respostas do titular com o pseud¢nimo e sem coment†rio,
      * guardando os seus n£meros.
       APAGA-RGPD-RESPOSTAS.
           MOVE 0 TO RGP-CONT-RESPOSTAS.
           OPEN I-O FICHEIRO-RESPOSTAS.
           IF FS-RESPOSTAS = "00" THEN
               READ FICHEIRO-RESPOSTAS NEXT RECORD
                   AT END MOVE "10" TO FS-RESPOSTAS
               END-READ
               PERFORM UNTIL FS-RESPOSTAS NOT = "00"
                   IF FR-NOME = RGP-NOME THEN
                       MOVE SPACES TO RGP-RESP
                       MOVE FR-REGISTO TO RGP-RESP
                       PERFORM RGPD-ACRESCENTA-ID
                       MOVE RGP-PSEUDONIMO TO FR-NOME
                       MOVE SPACES TO FR-COMENTARIO
                       REWRITE FR-REGISTO
                           INVALID KEY CONTINUE
                       END-REWRITE
                       ADD 1 TO RGP-CONT-RESPOSTAS
                   END-IF
                   READ FICHEIRO-RESPOSTAS NEXT RECORD
                       AT END MOVE "10" TO FS-RESPOSTAS
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
           END-IF.

      *________________________________________________________________________*
      * APAGA-RGPD-COPIAS apaga o titular nas c¢pias de salvaguarda
      * de cada dia desde RGP-DESDE: nas das respostas sempre, nas do
      * quadro de pessoal s¢ se tambÇm sai do quadro vivo.
       APAGA-RGPD-COPIAS.
           MOVE 0 TO RGP-CONT-COPIAS.
           PERFORM RGPD-PRIMEIRO-DIA.
           PERFORM UNTIL RGP-DIAS > RGP-DIAS-FIM
               PERFORM RGPD-DATA-DO-DIA
               MOVE "R" TO RGP-TIPO-IMAGEM
               IF RGP-TRACADO-ANTIGO THEN
                   MOVE 30 TO RGP-POS-COMENT
               ELSE
                   MOVE 31 TO RGP-POS-COMENT
               END-IF
               MOVE "RESP" TO SEG-PREFIXO
               PERFORM MONTA-NOME-SEGURANCA
               MOVE NOME-SEGURANCA TO NOME-CNV-ENTRADA
               PERFORM APAGA-RGPD-FICHEIRO
               ADD RGP-CONT-FICHEIRO TO RGP-CONT-COPIAS
               IF RGP-APAGA-QUADRO THEN
                   MOVE "F" TO RGP-TIPO-IMAGEM
                   MOVE "FUNC" TO SEG-PREFIXO
                   PERFORM MONTA-NOME-SEGURANCA
                   MOVE NOME-SEGURANCA TO NOME-CNV-ENTRADA
                   PERFORM APAGA-RGPD-FICHEIRO
                   ADD RGP-CONT-FICHEIRO TO RGP-CONT-COPIAS
               END-IF
               ADD 1 TO RGP-DIAS
           END-PERFORM.

      *________________________________________________________________________*
      * APAGA-RGPD-AUD-ARQUIVOS apaga os coment†rios das respostas do
      * titular nos arquivos datados da auditoria desde RGP-DESDE.
       APAGA-RGPD-AUD-ARQUIVOS.
           PERFORM RGPD-PRIMEIRO-DIA.
           PERFORM UNTIL RGP-DIAS > RGP-DIAS-FIM
               PERFORM RGPD-DATA-DO-DIA
               MOVE "U" TO RGP-TIPO-IMAGEM
               IF RGP-TRACADO-ANTIGO THEN
                   MOVE 37 TO RGP-POS-COMENT
                   MOVE 79 TO RGP-POS-COMENT-2
               ELSE
                   MOVE 38 TO RGP-POS-COMENT
                   MOVE 81 TO RGP-POS-COMENT-2
               END-IF
               PERFORM MONTA-NOME-AUD-ARQ-RGPD
               MOVE NOME-AUD-ARQ TO NOME-CNV-ENTRADA
               PERFORM APAGA-RGPD-FICHEIRO
               ADD RGP-CONT-FICHEIRO TO RGP-CONT-AUDITORIA
               ADD 1 TO RGP-DIAS
           END-PERFORM.

      *________________________________________________________________________*
      * APAGA-RGPD-FICHEIRO passa o ficheiro sequencial em
      * NOME-CNV-ENTRADA (se existir) pelo ficheiro de trabalho
      * RGPD.TMP, apagando o que for do titular, e s¢ o repÑe a
      * partir do trabalho se alguma coisa mudou, como a conversÑo
      * faz com as suas c¢pias.
       APAGA-RGPD-FICHEIRO.
           MOVE 0 TO RGP-CONT-FICHEIRO.
           MOVE NOME-CNV-ENTRADA TO RGP-NOME-FICHEIRO.
           OPEN INPUT FICHEIRO-CNV-ENTRADA.
           IF FS-CNV-ENTRADA = "00" THEN
               MOVE "RGPD.TMP" TO NOME-CNV-SAIDA
               OPEN OUTPUT FICHEIRO-CNV-SAIDA
               READ FICHEIRO-CNV-ENTRADA
                   AT END MOVE "10" TO FS-CNV-ENTRADA
               END-READ
               PERFORM UNTIL FS-CNV-ENTRADA NOT = "00"
                   PERFORM APAGA-RGPD-IMAGEM
                   MOVE CNV-ENT-REGISTO TO CNV-SAI-REGISTO
                   WRITE CNV-SAI-REGISTO
                   READ FICHEIRO-CNV-ENTRADA
                       AT END MOVE "10" TO FS-CNV-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CNV-ENTRADA
               CLOSE FICHEIRO-CNV-SAIDA
               IF RGP-CONT-FICHEIRO > 0 THEN
                   MOVE "RGPD.TMP" TO NOME-CNV-ENTRADA
                   MOVE RGP-NOME-FICHEIRO TO NOME-CNV-SAIDA
                   OPEN INPUT FICHEIRO-CNV-ENTRADA
                   OPEN OUTPUT FICHEIRO-CNV-SAIDA
                   READ FICHEIRO-CNV-ENTRADA
                       AT END MOVE "10" TO FS-CNV-ENTRADA
                   END-READ
                   PERFORM UNTIL FS-CNV-ENTRADA NOT = "00"
                       MOVE CNV-ENT-REGISTO TO CNV-SAI-REGISTO
                       WRITE CNV-SAI-REGISTO
                       READ FICHEIRO-CNV-ENTRADA
                           AT END MOVE "10" TO FS-CNV-ENTRADA
                       END-READ
                   END-PERFORM
                   CLOSE FICHEIRO-CNV-ENTRADA
                   CLOSE FICHEIRO-CNV-SAIDA
               END-IF
           END-IF.

      *________________________________________________________________________*
      * APAGA-RGPD-IMAGEM apaga o titular na imagem plana lida, conforme
      * o tipo de ficheiro: numa resposta o nome passa a pseud¢nimo e
      * o coment†rio a brancos (em RGP-POS-COMENT); no quadro s¢ o
      * nome; na auditoria os dois coment†rios antes/depois
      * (RGP-POS-COMENT e RGP-POS-COMENT-2) das respostas do titular.
       APAGA-RGPD-IMAGEM.
           IF IMAGEM-E-RESPOSTA THEN
               IF CNV-ENT-REGISTO (6:12) = RGP-NOME THEN
                   PERFORM RGPD-IMAGEM-RESPOSTA
                   PERFORM RGPD-ACRESCENTA-ID
                   MOVE RGP-PSEUDONIMO TO CNV-ENT-REGISTO (6:12)
                   MOVE SPACES TO CNV-ENT-REGISTO (RGP-POS-COMENT:40)
                   ADD 1 TO RGP-CONT-FICHEIRO
               END-IF
           ELSE IF IMAGEM-E-FUNCIONARIO THEN
               IF CNV-ENT-REGISTO (6:12) = RGP-NOME THEN
                   MOVE RGP-PSEUDONIMO TO CNV-ENT-REGISTO (6:12)
                   ADD 1 TO RGP-CONT-FICHEIRO
               END-IF
           ELSE IF IMAGEM-E-MODERACAO THEN
               PERFORM RGPD-VERIFICA-IMAGEM-MDR
               IF RGP-ID-E-DO-TITULAR AND
                  CNV-ENT-REGISTO (13:40) NOT = SPACES THEN
                   MOVE SPACES TO CNV-ENT-REGISTO (13:40)
                   ADD 1 TO RGP-CONT-FICHEIRO
               END-IF
           ELSE
               PERFORM RGPD-VERIFICA-IMAGEM-AUD
               IF RGP-ID-E-DO-TITULAR THEN
                   MOVE SPACES TO CNV-ENT-REGISTO (RGP-POS-COMENT:40)
                   MOVE SPACES TO CNV-ENT-REGISTO (RGP-POS-COMENT-2:40)
                   ADD 1 TO RGP-CONT-FICHEIRO
               END-IF
           END-IF
           END-IF
           END-IF.

      *________________________________________________________________________*
      * RGPD-VERIFICA-IMAGEM-MDR diz se a imagem plana de MODERACAO.DAT
      * lida Ç a decisÑo sobre uma resposta do titular (per°odo em
      * 1:6, n£mero em 7:5, texto expurgado em 13:40).
       RGPD-VERIFICA-IMAGEM-MDR.
           MOVE "N" TO SW-RGP-ID.
           IF CNV-ENT-REGISTO (7:5) IS NUMERIC THEN
               MOVE CNV-ENT-REGISTO (7:5) TO RGP-ID-PROCURADO
               MOVE CNV-ENT-REGISTO (1:6) TO RGP-ID-PERIODO
               PERFORM RGPD-PROCURA-ID
           END-IF.

      *________________________________________________________________________*
      * APURA-NUMERO-APAGAMENTO dÑ ao apagamento o n£mero seguinte ao
      * £ltimo registado em APAGAMENTOS.DAT.
       APURA-NUMERO-APAGAMENTO.
           MOVE 0 TO RGP-NUMERO.
           OPEN INPUT FICHEIRO-APAGAMENTOS.
           IF FS-APAGAMENTOS = "00" THEN
               READ FICHEIRO-APAGAMENTOS
                   AT END MOVE "10" TO FS-APAGAMENTOS
               END-READ
               PERFORM UNTIL FS-APAGAMENTOS NOT = "00"
                   IF APG-NUMERO > RGP-NUMERO THEN
                       MOVE APG-NUMERO TO RGP-NUMERO
                   END-IF
                   READ FICHEIRO-APAGAMENTOS
                       AT END MOVE "10" TO FS-APAGAMENTOS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-APAGAMENTOS
           END-IF.
           ADD 1 TO RGP-NUMERO.

      *________________________________________________________________________*
      * REGISTA-APAGAMENTO acrescenta o apagamento a APAGAMENTOS.DAT:
      * o registo "E" com o total de registos alterados, um "R" por
      * resposta do titular e um "F" se saiu do quadro. Nenhum leva
      * o nome nem o texto apagado.
       REGISTA-APAGAMENTO.
           OPEN EXTEND FICHEIRO-APAGAMENTOS.
           IF FS-APAGAMENTOS NOT = "00" THEN
               OPEN OUTPUT FICHEIRO-APAGAMENTOS
           END-IF.
           MOVE RGP-NUMERO  TO APG-NUMERO.
           MOVE RGP-HOJE    TO APG-DATA.
           MOVE RGP-HORA    TO APG-HORA.
           MOVE OPERADOR-ID TO APG-OPERADOR.
           MOVE "E"         TO APG-TIPO.
           COMPUTE APG-CHAVE = RGP-CONT-RESPOSTAS + RGP-CONT-ARQUIVO
                             + RGP-CONT-COPIAS + RGP-CONT-AUDITORIA
                             + RGP-CONT-MODERACAO + RGP-CONT-QUADRO.
           MOVE SPACES      TO APG-PERIODO.
           WRITE APG-REGISTO.
           MOVE "R" TO APG-TIPO.
           PERFORM VARYING RGP-IDX FROM 1 BY 1
                   UNTIL RGP-IDX > RGP-RESP-TOTAL
               MOVE RGP-RESP-ID (RGP-IDX)      TO APG-CHAVE
               MOVE RGP-RESP-PERIODO (RGP-IDX) TO APG-PERIODO
               WRITE APG-REGISTO
           END-PERFORM.
           IF RGP-APAGA-QUADRO THEN
               MOVE "F"                TO APG-TIPO
               MOVE RGP-FUNC-MATRICULA TO APG-CHAVE
               MOVE SPACES             TO APG-PERIODO
               WRITE APG-REGISTO
           END-IF.
           CLOSE FICHEIRO-APAGAMENTOS.

      *________________________________________________________________________*
      * REGISTA-AUDITORIA-APAGAMENTO deixa na auditoria que houve um
      * apagamento ("APG"), com o seu n£mero no lugar da matr°cula e
      * sem imagens.
       REGISTA-AUDITORIA-APAGAMENTO.
           MOVE OPERADOR-ID TO AUD-OPERADOR.
           MOVE OPCAOMENU   TO AUD-OPCAO.
           MOVE "APG"       TO AUD-TIPO.
           MOVE RGP-NUMERO  TO AUD-MATRICULA.
           MOVE ZERO        TO AUD-DEP-ANT.
           MOVE ZERO        TO AUD-NOTA-ANT.
           MOVE SPACES      TO AUD-COMENT-ANT.
           MOVE ZERO        TO AUD-DEP-NOVO.
           MOVE ZERO        TO AUD-NOTA-NOVA.
           MOVE SPACES      TO AUD-COMENT-NOVO.
           PERFORM ESCREVE-AUDITORIA.

      *________________________________________________________________________*
      * REAPLICA-APAGAMENTOS corre no fim de um restauro: volta a
      * apagar, nos ficheiros acabados de repor, o nome e o
      * coment†rio das respostas e o nome das entradas do quadro
      * registados em APAGAMENTOS.DAT, para uma gera᧵o tirada antes
      * de um apagamento nÑo trazer de volta os dados apagados. A
      * pr¢xima matr°cula passa tambÇm para lá das respostas
      * apagadas, para nenhuma resposta nova herdar um desses
      * n£meros.
       REAPLICA-APAGAMENTOS.
           MOVE 0 TO RGP-REAPLICADOS.
           MOVE 0 TO RGP-MAIOR-ID.
           MOVE "N" TO SW-RGP-QUADRO.
           OPEN INPUT FICHEIRO-APAGAMENTOS.
           IF FS-APAGAMENTOS = "00" THEN
               OPEN I-O FICHEIRO-RESPOSTAS
               READ FICHEIRO-APAGAMENTOS
                   AT END MOVE "10" TO FS-APAGAMENTOS
               END-READ
               PERFORM UNTIL FS-APAGAMENTOS NOT = "00"
                   IF APG-TIPO = "R" THEN
                       PERFORM REAPLICA-APAGAMENTO-RESPOSTA
                   END-IF
                   IF APG-TIPO = "F" THEN
                       PERFORM REAPLICA-APAGAMENTO-QUADRO
                   END-IF
                   READ FICHEIRO-APAGAMENTOS
                       AT END MOVE "10" TO FS-APAGAMENTOS
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-RESPOSTAS
               CLOSE FICHEIRO-APAGAMENTOS
           END-IF.
           IF RGP-APAGA-QUADRO THEN
               PERFORM GRAVA-FICHEIRO-FUNCIONARIOS
           END-IF.
           IF RGP-MAIOR-ID >= PROX-MATRICULA THEN
               COMPUTE PROX-MATRICULA = RGP-MAIOR-ID + 1
               PERFORM GRAVA-CONTROLO
           END-IF.

      *________________________________________________________________________*
      * REAPLICA-APAGAMENTO-RESPOSTA volta a apagar a resposta do
      * registo "R" corrente, se a gera᧵o restaurada a trouxe (o
      * per°odo tem de bater, para nÑo tocar noutra resposta).
       REAPLICA-APAGAMENTO-RESPOSTA.
           IF APG-CHAVE > RGP-MAIOR-ID THEN
               MOVE APG-CHAVE TO RGP-MAIOR-ID
           END-IF.
           MOVE APG-CHAVE TO FR-MATRICULA.
           READ FICHEIRO-RESPOSTAS
               INVALID KEY MOVE "23" TO FS-RESPOSTAS
           END-READ.
           IF FS-RESPOSTAS = "00" AND FR-PERIODO = APG-PERIODO THEN
               IF FR-NOME NOT = RGP-PSEUDONIMO OR
                  FR-COMENTARIO NOT = SPACES THEN
                   MOVE RGP-PSEUDONIMO TO FR-NOME
                   MOVE SPACES TO FR-COMENTARIO
                   REWRITE FR-REGISTO
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO RGP-REAPLICADOS
               END-IF
           END-IF.

      *________________________________________________________________________*
      * REAPLICA-APAGAMENTO-QUADRO volta a p¶r o pseud¢nimo na
      * entrada do quadro do registo "F" corrente.
       REAPLICA-APAGAMENTO-QUADRO.
           MOVE APG-CHAVE TO MNT-MATRICULA.
           PERFORM PROCURA-FUNCIONARIO-MATRICULA.
           IF FUNC-E-ENCONTRADO THEN
               IF FT-NOME (FUNC-ENCONTRADO-IDX) NOT = RGP-PSEUDONIMO
                   MOVE RGP-PSEUDONIMO TO FT-NOME (FUNC-ENCONTRADO-IDX)
                   MOVE "S" TO SW-RGP-QUADRO
                   ADD 1 TO RGP-REAPLICADOS
               END-IF
           END-IF.

      *________________________________________________________________________*
      * ESCREVE-RGPD acrescenta LINHA-AUX ao relat¢rio de dados
      * pessoais e limpa-a para a seguinte.
       ESCREVE-RGPD.
           MOVE LINHA-AUX TO LINHA-RGPD.
           WRITE LINHA-RGPD.
           MOVE SPACES TO LINHA-AUX.

      *________________________________________________________________________*
      * BALANCO-LOTES (op᧵o 31) escreve em BALANCO.PRN o balanáo dos
      * lotes de transaá§es apresentados no per°odo seleccionado,
      * para o supervisor da recolha conferir e assinar que todos os
      * lotes em papel estÑo contados: carregados, com formul†rios
      * por resubmeter, ou recusados e ainda por voltar a carregar.
       BALANCO-LOTES.
           DISPLAY CLS
           DISPLAY CABECALHO.
           DISPLAY "BALANÄO DE LOTES DE TRANSACOES" AT 0701
               FOREGROUND-COLOR 6 HIGHLIGHT.
           DISPLAY "Per°odo seleccionado: " AT 0901.
           DISPLAY PERIODO-ATUAL AT 0923.
           PERFORM BALANCO-LOTES-CORPO.
           DISPLAY "Lotes carregados: " AT 1101.
           DISPLAY BAL-CARREGADOS AT 1119.
           DISPLAY "Com rejeitados: " AT 1131.
           DISPLAY BAL-PARCIAIS AT 1147.
           DISPLAY "Recusados: " AT 1159.
           DISPLAY BAL-RECUSADOS AT 1170.
           DISPLAY "Formul†rios por resubmeter: " AT 1201.
           DISPLAY BAL-TOTAL-FALTA AT 1229.
           DISPLAY "Lotes recusados por carregar: " AT 1301.
           DISPLAY BAL-POR-CARREGAR AT 1331.
           IF BL-E-TRUNCADA THEN
               DISPLAY "S¢ cabem 200 lotes no balanáo"
                   AT 1401 FOREGROUND-COLOR 4 HIGHLIGHT
           END-IF.
           DISPLAY "RELAT¢RIO ESCRITO EM BALANCO.PRN" AT 1501.
           DISPLAY "Para voltar ao MENU pressione ENTER " AT 1701.
           ACCEPT OMITTED AT 1737.

      *________________________________________________________________________*
      * BALANCO-LOTES-CORPO carrega os lotes do per°odo e escreve o
      * balanáo: uma linha por lote, os totais, os lotes recusados
      * que ainda nÑo voltaram a ser carregados e as linhas para a
      * assinatura. Por resubmeter sÑo os rejeitados do lote menos
      * os registos dos lotes carregados que o indicam como origem.
       BALANCO-LOTES-CORPO.
           PERFORM CARREGA-LOTES-PERIODO.
           MOVE 0 TO BAL-CARREGADOS.
           MOVE 0 TO BAL-PARCIAIS.
           MOVE 0 TO BAL-RECUSADOS.
           MOVE 0 TO BAL-POR-CARREGAR.
           MOVE 0 TO BAL-TOTAL-CONTADOS.
           MOVE 0 TO BAL-TOTAL-ACEITES.
           MOVE 0 TO BAL-TOTAL-REJEITADOS.
           MOVE 0 TO BAL-TOTAL-FALTA.

           OPEN OUTPUT FICHEIRO-BALANCO.
           MOVE "------------------------------------------------"
               TO LINHA-BALANCO.
           WRITE LINHA-BALANCO.
           MOVE "Ind£stria do Porco, S.A." TO LINHA-BALANCO.
           WRITE LINHA-BALANCO.
           MOVE SPACES TO LINHA-AUX.
           STRING "BALANCO DE LOTES DE TRANSACOES - PERIODO "
                                            DELIMITED BY SIZE
                  PERIODO-ATUAL             DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-BALANCO.
           MOVE "------------------------------------------------"
               TO LINHA-BALANCO.
           WRITE LINHA-BALANCO.
           MOVE "E: C=CARREGADO P=COM REJEITADOS R=RECUSADO"
               TO LINHA-AUX.
           PERFORM ESCREVE-BALANCO.
           MOVE "DECL.=REGISTOS NO TRAILER  CONT.=REGISTOS CONTADOS"
               TO LINHA-AUX.
           PERFORM ESCREVE-BALANCO.
           MOVE "FALTA=REJEITADOS AINDA NAO RESUBMETIDOS"
               TO LINHA-AUX.
           PERFORM ESCREVE-BALANCO.
           PERFORM ESCREVE-BALANCO.
           MOVE "LOTE"     TO LINHA-AUX (1:4).
           MOVE "DATA"     TO LINHA-AUX (8:4).
           MOVE "DACTILOG" TO LINHA-AUX (17:8).
           MOVE "E"        TO LINHA-AUX (26:1).
           MOVE "MOT"      TO LINHA-AUX (28:3).
           MOVE "ORIGEM"   TO LINHA-AUX (32:6).
           MOVE "DECL."    TO LINHA-AUX (39:5).
           MOVE "CONT."    TO LINHA-AUX (46:5).
           MOVE "ACEIT"    TO LINHA-AUX (53:5).
           MOVE "REJ."     TO LINHA-AUX (60:4).
           MOVE "FALTA"    TO LINHA-AUX (67:5).
           PERFORM ESCREVE-BALANCO.

           PERFORM VARYING BL-IDX FROM 1 BY 1 UNTIL BL-IDX > BL-TOTAL
               PERFORM BALANCO-LINHA-LOTE
           END-PERFORM.

           PERFORM ESCREVE-BALANCO.
           STRING "LOTES: "              DELIMITED BY SIZE
                  BL-TOTAL               DELIMITED BY SIZE
                  "  CARREGADOS: "       DELIMITED BY SIZE
                  BAL-CARREGADOS         DELIMITED BY SIZE
                  "  COM REJEITADOS: "   DELIMITED BY SIZE
                  BAL-PARCIAIS           DELIMITED BY SIZE
                  "  RECUSADOS: "        DELIMITED BY SIZE
                  BAL-RECUSADOS          DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-BALANCO.
           STRING "FORMULARIOS CARREGADOS: " DELIMITED BY SIZE
                  BAL-TOTAL-CONTADOS     DELIMITED BY SIZE
                  "  ACEITES: "          DELIMITED BY SIZE
                  BAL-TOTAL-ACEITES      DELIMITED BY SIZE
                  "  REJEITADOS: "       DELIMITED BY SIZE
                  BAL-TOTAL-REJEITADOS   DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-BALANCO.
           STRING "REJEITADOS AINDA POR RESUBMETER: "
                                         DELIMITED BY SIZE
                  BAL-TOTAL-FALTA        DELIMITED BY SIZE
                  INTO LINHA-AUX.
           PERFORM ESCREVE-BALANCO.
           IF BL-E-TRUNCADA THEN
               MOVE "ATENCAO: SO CABEM 200 LOTES NESTE BALANCO"
                   TO LINHA-AUX
               PERFORM ESCREVE-BALANCO
           END-IF.

           PERFORM ESCREVE-BALANCO.
           MOVE "LOTES RECUSADOS AINDA POR CARREGAR:" TO LINHA-AUX.
           PERFORM ESCREVE-BALANCO.
           PERFORM VARYING BL-IDX FROM 1 BY 1 UNTIL BL-IDX > BL-TOTAL
               IF BL-ESTADO (BL-IDX) = "R" THEN
                   PERFORM BALANCO-RECUSADO-PENDENTE
               END-IF
           END-PERFORM.
           IF BAL-POR-CARREGAR = 0 THEN
               MOVE "  NENHUM" TO LINHA-AUX
               PERFORM ESCREVE-BALANCO
           END-IF.

           PERFORM ESCREVE-BALANCO.
           PERFORM ESCREVE-BALANCO.
           MOVE "CONFERIDO POR: ______________________________"
               TO LINHA-AUX.
           PERFORM ESCREVE-BALANCO.
           PERFORM ESCREVE-BALANCO.
           MOVE "DATA: ____/____/________   ASSINATURA: ______________"
               TO LINHA-AUX.
           PERFORM ESCREVE-BALANCO.
           CLOSE FICHEIRO-BALANCO.

      *________________________________________________________________________*
      * BALANCO-LINHA-LOTE escreve a linha do lote em BL-IDX e soma-o
      * aos totais do balanáo.
       BALANCO-LINHA-LOTE.
           MOVE BL-NUMERO (BL-IDX)       TO LINHA-AUX (1:6).
           MOVE BL-DATA (BL-IDX)         TO LINHA-AUX (8:8).
           MOVE BL-DACTILOGRAFA (BL-IDX) TO LINHA-AUX (17:8).
           MOVE BL-ESTADO (BL-IDX)       TO LINHA-AUX (26:1).
           MOVE BL-MOTIVO (BL-IDX)       TO LINHA-AUX (28:3).
           IF BL-ORIGEM (BL-IDX) > 0 THEN
               MOVE BL-ORIGEM (BL-IDX)   TO LINHA-AUX (32:6)
           END-IF.
           MOVE BL-REGISTOS (BL-IDX)     TO LINHA-AUX (39:5).
           MOVE BL-CONTADOS (BL-IDX)     TO LINHA-AUX (46:5).
           IF BL-ESTADO (BL-IDX) = "R" THEN
               ADD 1 TO BAL-RECUSADOS
           ELSE
               IF BL-ESTADO (BL-IDX) = "P" THEN
                   ADD 1 TO BAL-PARCIAIS
               ELSE
                   ADD 1 TO BAL-CARREGADOS
               END-IF
               MOVE BL-ACEITES (BL-IDX)    TO LINHA-AUX (53:5)
               MOVE BL-REJEITADOS (BL-IDX) TO LINHA-AUX (60:5)
               ADD BL-CONTADOS (BL-IDX)    TO BAL-TOTAL-CONTADOS
               ADD BL-ACEITES (BL-IDX)     TO BAL-TOTAL-ACEITES
               ADD BL-REJEITADOS (BL-IDX)  TO BAL-TOTAL-REJEITADOS
               PERFORM APURA-FALTA-LOTE
               MOVE BAL-FALTA              TO LINHA-AUX (67:5)
               ADD BAL-FALTA               TO BAL-TOTAL-FALTA
           END-IF.
           PERFORM ESCREVE-BALANCO.

      *________________________________________________________________________*
      * APURA-FALTA-LOTE apura em BAL-FALTA quantos rejeitados do
      * lote em BL-IDX ainda nÑo voltaram num lote carregado. O que
      * um lote de resubmissÑo voltar a rejeitar fica por conta dele.
       APURA-FALTA-LOTE.
           MOVE 0 TO BAL-RESUBMETIDOS.
           PERFORM VARYING BL-IDX2 FROM 1 BY 1
                   UNTIL BL-IDX2 > BL-TOTAL
               IF BL-ORIGEM (BL-IDX2) = BL-NUMERO (BL-IDX) AND
                  BL-ESTADO (BL-IDX2) NOT = "R" THEN
                   ADD BL-CONTADOS (BL-IDX2) TO BAL-RESUBMETIDOS
               END-IF
           END-PERFORM.
           IF BAL-RESUBMETIDOS >= BL-REJEITADOS (BL-IDX) THEN
               MOVE 0 TO BAL-FALTA
           ELSE
               COMPUTE BAL-FALTA =
                       BL-REJEITADOS (BL-IDX) - BAL-RESUBMETIDOS
           END-IF.

      *________________________________________________________________________*
      * BALANCO-RECUSADO-PENDENTE lista o lote recusado em BL-IDX se
      * o mesmo n£mero nÑo foi depois carregado nem j† foi listado;
      * um lote recusado por j† ter sido carregado nÑo fica em falta.
       BALANCO-RECUSADO-PENDENTE.
           MOVE "N" TO SW-BL-REPETIDO.
           IF BL-MOTIVO (BL-IDX) = "REP" THEN
               MOVE "S" TO SW-BL-REPETIDO
           END-IF.
           PERFORM VARYING BL-IDX2 FROM 1 BY 1
                   UNTIL BL-IDX2 > BL-TOTAL
               IF BL-NUMERO (BL-IDX2) = BL-NUMERO (BL-IDX) THEN
                   IF BL-ESTADO (BL-IDX2) NOT = "R" THEN
                       MOVE "S" TO SW-BL-REPETIDO
                   ELSE IF BL-IDX2 < BL-IDX THEN
                       MOVE "S" TO SW-BL-REPETIDO
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF (NOT BL-E-REPETIDO) THEN
               ADD 1 TO BAL-POR-CARREGAR
               MOVE BL-MOTIVO (BL-IDX) TO MOTIVO-LOTE-CODIGO
               PERFORM OBTEM-MOTIVO-LOTE
               STRING "  LOTE "             DELIMITED BY SIZE
                      BL-NUMERO (BL-IDX)    DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      BL-DACTILOGRAFA (BL-IDX) DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      MOTIVO-LOTE-TEXTO     DELIMITED BY SIZE
                      INTO LINHA-AUX
               PERFORM ESCREVE-BALANCO
           END-IF.

      *________________________________________________________________________*
      * CARREGA-LOTES-PERIODO carrega em BL-TABELA os lotes de
      * LOTES.DAT apresentados no per°odo seleccionado, pela ordem
      * em que foram apresentados.
       CARREGA-LOTES-PERIODO.
           MOVE 0 TO BL-TOTAL.
           MOVE "N" TO SW-BL-TRUNC.
           OPEN INPUT FICHEIRO-LOTES.
           IF FS-LOTES = "00" THEN
               READ FICHEIRO-LOTES
                   AT END MOVE "10" TO FS-LOTES
               END-READ
               PERFORM UNTIL FS-LOTES NOT = "00"
                   IF LOT-PERIODO = PERIODO-ATUAL THEN
                       IF BL-TOTAL < 200 THEN
                           ADD 1 TO BL-TOTAL
                           MOVE LOT-NUMERO    TO BL-NUMERO (BL-TOTAL)
                           MOVE LOT-DATA      TO BL-DATA (BL-TOTAL)
                           MOVE LOT-DACTILOGRAFA
                               TO BL-DACTILOGRAFA (BL-TOTAL)
                           MOVE LOT-ORIGEM    TO BL-ORIGEM (BL-TOTAL)
                           MOVE LOT-ESTADO    TO BL-ESTADO (BL-TOTAL)
                           MOVE LOT-MOTIVO    TO BL-MOTIVO (BL-TOTAL)
                           MOVE LOT-REGISTOS  TO BL-REGISTOS (BL-TOTAL)
                           MOVE LOT-CONTADOS  TO BL-CONTADOS (BL-TOTAL)
                           MOVE LOT-ACEITES   TO BL-ACEITES (BL-TOTAL)
                           MOVE LOT-REJEITADOS
                               TO BL-REJEITADOS (BL-TOTAL)
                       ELSE
                           MOVE "S" TO SW-BL-TRUNC
                       END-IF
                   END-IF
                   READ FICHEIRO-LOTES
                       AT END MOVE "10" TO FS-LOTES
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-LOTES
           END-IF.

      *________________________________________________________________________*
      * ESCREVE-BALANCO acrescenta LINHA-AUX ao balanáo de lotes e
      * limpa-a para a seguinte.
       ESCREVE-BALANCO.
           MOVE LINHA-AUX TO LINHA-BALANCO.
           WRITE LINHA-BALANCO.
           MOVE SPACES TO LINHA-AUX.

      *________________________________________________________________________*
      * £ltimo relat¢rio produzido, para ser depois impressa por
      * IMPRIME-RELATORIO.
       GUARDA-LINHA-RELATORIO.
           IF RELATORIO-TOTAL < 250 THEN
               ADD 1 TO RELATORIO-TOTAL
               MOVE LINHA-AUX TO RELATORIO-LINHA (RELATORIO-TOTAL)
           ELSE
