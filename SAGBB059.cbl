      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB059.
       AUTHOR.                     ULISSES & MORAES (TI).
       DATE-WRITTEN.               15/10/2026.
       SECURITY.
      *
      *===============================================================*
      *              ULISSES & MORAES INFORMATICA S/C LTDA            *
      *---------------------------------------------------------------*
      *                                                               *
      *   SISTEMA       : SISAG                                       *
      *   PROJETO       : SISTEMA DE GESTAO DE ALUNOS/CURSOS          *
      *   PROGRAMA      : SAGBB059                                    *
      *   LINGUAGEM     : COBOL / DB2 (BATCH)                         *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : INTERFACE CONTABIL DIARIA DAS MENSALIDADES: *
      *                   GERA O ARQUIVO DE LANCAMENTOS EM PARTIDAS   *
      *                   DOBRADAS DA DATA DO MOVIMENTO, UM           *
      *                   LANCAMENTO (DEBITO + CREDITO) POR EVENTO    *
      *                   CONTABIL E CURSO: FATURAMENTO (EMISSAO) E   *
      *                   DESCONTOS, CANCELAMENTOS, RECEBIMENTOS NO   *
      *                   BANCO E NO BALCAO (PRINCIPAL, ENCARGOS E    *
      *                   PAGO A MAIOR), DESCONTO DE PONTUALIDADE     *
      *                   CONCEDIDO NO RECEBIMENTO ATE O VENCIMENTO,  *
      *                   ESTORNOS DO BALCAO, BAIXA                   *
      *                   DAS MENSALIDADES RENEGOCIADAS EM ACORDO,    *
      *                   RECEBIMENTO DAS PARCELAS DE ACORDO E        *
      *                   ROMPIMENTO DE ACORDO. AS CONTAS VEM DO      *
      *                   PLANO DE CONTAS SAGTBS20 (LINHA DO CURSO OU *
      *                   A GERAL, CURSO ZERO). EMITE O RELATORIO DE  *
      *                   CONTROLE COM OS LANCAMENTOS, O RESUMO POR   *
      *                   EVENTO E A CONFERENCIA DOS TOTAIS COM O     *
      *                   MOVIMENTO DO DIA DAS MENSALIDADES. A DATA   *
      *                   EXPORTADA E REGISTRADA EM SAGTBS21 E NAO E  *
      *                   EXPORTADA DE NOVO. A DATA DO MOVIMENTO VEM  *
      *                   DO CARTAO SYSIN (DD.MM.AAAA); SEM CARTAO, E *
      *                   A DATA CORRENTE                             *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ARQUIVOS                                                    *
      *                                                               *
      *   NOME       DD         DESCRICAO                             *
      *   ---------- ---------- --------------------------------------*
      *   ARQCTB     SAGCTB01   ARQUIVO DA INTERFACE CONTABIL         *
      *   RELATORIO  SAGRPT01   RELATORIO DE CONTROLE DA INTERFACE    *
      *   (SYSIN)    SYSIN      CARTAO COM A DATA DO MOVIMENTO        *
      *                         (OPCIONAL)                            *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS10_MENSALIDADES                                       *
      *                      SAGTBS10 EMISSAO, CANCELAMENTO E BAIXA   *
      *   SAGTBS16_RECIBOS   SAGTBS16 RECEBIMENTOS E ESTORNOS BALCAO  *
      *   SAGTBS18_ACORDOS   SAGTBS18 ACORDOS FECHADOS E ROMPIDOS     *
      *   SAGTBS19_PARCELAS_ACORDO                                    *
      *                      SAGTBS19 PARCELAS DE ACORDO RECEBIDAS    *
      *   SAGTBS20_PLANO_CONTAS                                       *
      *                      SAGTBS20 PLANO DE CONTAS (LEITURA)       *
      *   SAGTBS21_EXPORTACOES_CONTABEIS                              *
      *                      SAGTBS21 DATAS JA EXPORTADAS             *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : CRIACAO - DESENVOLVIMENTO                  *
      *                                                               *
      *===============================================================*

      *===============================================================*
       ENVIRONMENT                 DIVISION.
      *---------------------------------------------------------------*
       CONFIGURATION               SECTION.
      *---------------------------------------------------------------*
       SPECIAL-NAMES.              DECIMAL-POINT   IS   COMMA
                                   SYSIN           IS   CARTAO-PARM.
      *---------------------------------------------------------------*
       INPUT-OUTPUT                SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT  ARQCTB          ASSIGN  TO      SAGCTB01
                                   ORGANIZATION    IS SEQUENTIAL.
      *
           SELECT  RELATORIO       ASSIGN  TO      SAGRPT01
                                   ORGANIZATION    IS SEQUENTIAL.
      *---------------------------------------------------------------*

      *===============================================================*
       DATA                        DIVISION.
      *---------------------------------------------------------------*
       FILE                        SECTION.
      *---------------------------------------------------------------*
      *
       FD      ARQCTB
               RECORDING MODE      IS      F.
      *
       01      CTB-REGISTRO        PIC     X(150).
      *
       FD      RELATORIO
               RECORDING MODE      IS      F.
      *
       01      REL-REGISTRO        PIC     X(133).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *---------------------------------------------------------------*
      *
       01      FILLER              PIC     X(040)  VALUE
              '** INICIO WORKING SAGBB059 **'.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE VARIAVEIS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-COMANDO-DB2  PIC     X(006) VALUE SPACES.
       01          WS-TABELAS-DB2  PIC     X(008) VALUE SPACES.
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-QT-LANCAMENTOS
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-TITULOS   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-INVERTIDOS
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-NU-PAGINA    PIC     9(003) COMP-3 VALUE ZERO.
       01          WS-NU-SEQ-REG   PIC     9(006) COMP-3 VALUE ZERO.
      *
       01          WS-DT-MOVIMENTO PIC     X(010) VALUE SPACES.
       01          FILLER          REDEFINES      WS-DT-MOVIMENTO.
         03        WS-MOV-DIA      PIC     9(002).
         03        FILLER          PIC     X(001).
         03        WS-MOV-MES      PIC     9(002).
         03        FILLER          PIC     X(001).
         03        WS-MOV-ANO      PIC     9(004).
      *
       01          WS-QT-EXPORTADA PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-CONTA-GERAL
                                   PIC     S9(009) COMP  VALUE ZERO.
      *
       01          WS-VL-TOT-DEBITO
                                   PIC     S9(011)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-TOT-CREDITO
                                   PIC     S9(011)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
      *        --- CONFERENCIA COM O MOVIMENTO DO DIA ----------------
       01          WS-VL-CNF-MOVTO PIC     S9(011)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-CNF-INTERF
                                   PIC     S9(011)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
       01          WS-SW-FIM-CURSOR
                                   PIC     X(001) VALUE 'N'.
         88        WS-FIM-CURSOR           VALUE 'S'.
      *
       01          WS-SW-DATA-INFORMADA
                                   PIC     X(001) VALUE 'N'.
         88        WS-DATA-INFORMADA       VALUE 'S'.
      *
       01          WS-SW-PLANO-INCOMPLETO
                                   PIC     X(001) VALUE 'N'.
         88        WS-PLANO-INCOMPLETO     VALUE 'S'.
      *
       01          WS-SW-DIVERGENCIA
                                   PIC     X(001) VALUE 'N'.
         88        WS-HA-DIVERGENCIA       VALUE 'S'.
      *
      *        --- LINHA AGRUPADA (EVENTO + CURSO) LIDA DO CURSOR ----
       01          WS-MOVIMENTO.
           03      WS-MOV-NU-ORDEM PIC     S9(009) COMP.
           03      WS-MOV-CO-EVENTO
                                   PIC     X(003).
           03      WS-MOV-CO-CURSO PIC     S9(009) COMP.
           03      WS-MOV-QT-TITULOS
                                   PIC     S9(009) COMP.
           03      WS-MOV-VL-MOVIMENTO
                                   PIC     S9(011)V9(002) COMP-3.
      *
      *        --- CONTAS DO LANCAMENTO (INVERTIDAS QUANDO O VALOR ---
      *        --- DO EVENTO E NEGATIVO) -----------------------------
       01          WS-NU-CONTA-DEBITO
                                   PIC     X(020) VALUE SPACES.
       01          WS-NU-CONTA-CREDITO
                                   PIC     X(020) VALUE SPACES.
       01          WS-IC-INVERTIDO PIC     X(003) VALUE SPACES.
      *
      *        --- EVENTOS CONTABEIS, NA ORDEM DO CURSOR C059MOV -----
       01          WS-EVT-LISTA.
           03      FILLER          PIC     X(043) VALUE
                  'FATFATURAMENTO BRUTO (EMISSAO)'.
           03      FILLER          PIC     X(043) VALUE
                  'DESBOLSAS E DESCONTOS CONCEDIDOS'.
           03      FILLER          PIC     X(043) VALUE
                  'CANCANCELAMENTO DE MENSALIDADES'.
           03      FILLER          PIC     X(043) VALUE
                  'RBPRECEBIMENTO BANCO - PRINCIPAL'.
           03      FILLER          PIC     X(043) VALUE
                  'RBERECEBIMENTO BANCO - MULTA E JUROS'.
           03      FILLER          PIC     X(043) VALUE
                  'RBXRECEBIMENTO BANCO - PAGO A MAIOR'.
           03      FILLER          PIC     X(043) VALUE
                  'RCPRECEBIMENTO BALCAO - PRINCIPAL'.
           03      FILLER          PIC     X(043) VALUE
                  'RCERECEBIMENTO BALCAO - MULTA E JUROS'.
           03      FILLER          PIC     X(043) VALUE
                  'ECPESTORNO BALCAO - PRINCIPAL'.
           03      FILLER          PIC     X(043) VALUE
                  'ECEESTORNO BALCAO - MULTA E JUROS'.
           03      FILLER          PIC     X(043) VALUE
                  'RENRENEGOCIACAO - MENSALIDADES EM ACORDO'.
           03      FILLER          PIC     X(043) VALUE
                  'REERENEGOCIACAO - ENCARGOS DO ACORDO'.
           03      FILLER          PIC     X(043) VALUE
                  'APPPARCELA DE ACORDO - PRINCIPAL'.
           03      FILLER          PIC     X(043) VALUE
                  'APEPARCELA DE ACORDO - MULTA E JUROS'.
           03      FILLER          PIC     X(043) VALUE
                  'APXPARCELA DE ACORDO - PAGO A MAIOR'.
           03      FILLER          PIC     X(043) VALUE
                  'ROMROMPIMENTO - MENSALIDADES REABERTAS'.
           03      FILLER          PIC     X(043) VALUE
                  'ROSROMPIMENTO - ENCARGOS CANCELADOS'.
           03      FILLER          PIC     X(043) VALUE
                  'RCRROMPIMENTO - CREDITO A COMPENSAR'.
           03      FILLER          PIC     X(043) VALUE
                  'RBDRECEBIMENTO BANCO - DESC. PONTUALIDADE'.
           03      FILLER          PIC     X(043) VALUE
                  'RCDRECEBIMENTO BALCAO - DESC. PONTUALIDADE'.
           03      FILLER          PIC     X(043) VALUE
                  'ECDESTORNO BALCAO - DESC. PONTUALIDADE'.
       01          WS-EVT-TABELA   REDEFINES WS-EVT-LISTA.
           03      WS-EVT-OCORRE           OCCURS  21 TIMES.
             05    WS-EVT-CODIGO   PIC     X(003).
             05    WS-EVT-DESCRICAO
                                   PIC     X(040).
      *
       01          WS-IX-EVT       PIC     S9(004) COMP VALUE ZERO.
       01          WS-QT-EVENTOS   PIC     S9(004) COMP VALUE +21.
      *
       01          WS-TAB-TOTAIS.
           03      WS-TOT-OCORRE           OCCURS  21 TIMES.
             05    WS-TT-QT-LANCTOS
                                   PIC     S9(009) COMP-3.
             05    WS-TT-QT-TITULOS
                                   PIC     S9(009) COMP-3.
             05    WS-TT-VL-EVENTO
                                   PIC     S9(011)V9(002) COMP-3.
      *
      /**-----------------------------------------------------------***
      ***      AREA DO CARTAO DE PARAMETRO (DATA DO MOVIMENTO)      ***
      ***-----------------------------------------------------------***
      *
       01          WS-PARM-SYSIN.
           03      WS-PRM-DT-MOVIMENTO.
             05    WS-PRM-DIA      PIC     9(002).
             05    WS-PRM-PONTO-1  PIC     X(001).
             05    WS-PRM-MES      PIC     9(002).
             05    WS-PRM-PONTO-2  PIC     X(001).
             05    WS-PRM-ANO      PIC     9(004).
           03      FILLER          PIC     X(070).
      *
      /**-----------------------------------------------------------***
      ***          AREA DE TRATAMENTO DE DATA                       ***
      ***-----------------------------------------------------------***
      *
       01          WS-DAT-ATU      PIC     X(010) VALUE '99.99.9999'.
       01          FILLER          REDEFINES      WS-DAT-ATU.
         03        WS-DIA-ATU      PIC     9(002).
         03        FILLER          PIC     X(001).
         03        WS-MES-ATU      PIC     9(002).
         03        FILLER          PIC     X(001).
         03        WS-ANO-ATU      PIC     9(004).
      *
      /**-----------------------------------------------------------***
      ***      REGISTROS DO ARQUIVO DA INTERFACE CONTABIL           ***
      ***-----------------------------------------------------------***
      *
      *        --- REGISTRO HEADER (TIPO 0) --------------------------
       01          WS-CTB-HEADER.
           03      FILLER          PIC     X(001) VALUE '0'.
           03      FILLER          PIC     X(010) VALUE 'SISAG'.
           03      FILLER          PIC     X(030) VALUE
                  'INTERFACE CONTABIL MENSALID.'.
           03      WS-HDR-DT-MOVIMENTO.
             05    WS-HDR-MOV-ANO  PIC     9(004).
             05    WS-HDR-MOV-MES  PIC     9(002).
             05    WS-HDR-MOV-DIA  PIC     9(002).
           03      WS-HDR-DT-GERACAO.
             05    WS-HDR-GER-ANO  PIC     9(004).
             05    WS-HDR-GER-MES  PIC     9(002).
             05    WS-HDR-GER-DIA  PIC     9(002).
           03      FILLER          PIC     X(087) VALUE SPACES.
           03      WS-HDR-NU-SEQ   PIC     9(006).
      *
      *        --- REGISTRO DE LANCAMENTO (TIPO 1): UM REGISTRO DE ---
      *        --- DEBITO E UM DE CREDITO POR LANCAMENTO, COM O    ---
      *        --- MESMO NUMERO DE LANCAMENTO ------------------------
       01          WS-CTB-LANCAMENTO.
           03      FILLER          PIC     X(001) VALUE '1'.
           03      WS-LCT-DT-LANCAMENTO.
             05    WS-LCT-ANO      PIC     9(004).
             05    WS-LCT-MES      PIC     9(002).
             05    WS-LCT-DIA      PIC     9(002).
           03      WS-LCT-NU-LANCAMENTO
                                   PIC     9(006).
           03      WS-LCT-IC-DEB-CRED
                                   PIC     X(001).
           03      WS-LCT-NU-CONTA PIC     X(020).
           03      WS-LCT-VL-LANCAMENTO
                                   PIC     9(013)V9(002).
           03      WS-LCT-CO-EVENTO
                                   PIC     X(003).
           03      WS-LCT-CO-CURSO PIC     9(005).
           03      WS-LCT-QT-TITULOS
                                   PIC     9(007).
           03      WS-LCT-DS-HISTORICO
                                   PIC     X(040).
           03      FILLER          PIC     X(038) VALUE SPACES.
           03      WS-LCT-NU-SEQ   PIC     9(006).
      *
      *        --- REGISTRO TRAILER (TIPO 9) -------------------------
       01          WS-CTB-TRAILER.
           03      FILLER          PIC     X(001) VALUE '9'.
           03      WS-TRL-QT-LANCAMENTOS
                                   PIC     9(006).
           03      WS-TRL-VL-DEBITO
                                   PIC     9(013)V9(002).
           03      WS-TRL-VL-CREDITO
                                   PIC     9(013)V9(002).
           03      FILLER          PIC     X(107) VALUE SPACES.
           03      WS-TRL-NU-SEQ   PIC     9(006).
      *
      /**-----------------------------------------------------------***
      ***      LINHAS DE IMPRESSAO DO RELATORIO                     ***
      ***-----------------------------------------------------------***
      *
       01          WS-CAB-01.
           03      FILLER          PIC     X(001) VALUE '1'.
           03      FILLER          PIC     X(017) VALUE
                  'SISAG - SAGBB059'.
           03      FILLER          PIC     X(038) VALUE
                  'INTERFACE CONTABIL - MOVIMENTO DE '.
           03      WS-CAB-01-DATA  PIC     X(010).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      FILLER          PIC     X(007) VALUE
                  '  PAG. '.
           03      WS-CAB-01-PAG   PIC     ZZ9.
      *
       01          WS-CAB-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(132) VALUE ALL '-'.
      *
       01          WS-CAB-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(023) VALUE
                  'LANCTO EVT CURSO  TIT. '.
           03      FILLER          PIC     X(044) VALUE
                  'CONTA DEBITO          CONTA CREDITO'.
           03      FILLER          PIC     X(017) VALUE
                  '       VALOR (R$)'.
           03      FILLER          PIC     X(044) VALUE
                  '  HISTORICO'.
      *
       01          WS-DET-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DET-NU-LANCAMENTO
                                   PIC     ZZZZZ9.
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-CO-EVENTO
                                   PIC     X(003).
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-CO-CURSO PIC     ZZZZ9.
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-QT-TITULOS
                                   PIC     ZZZZ9.
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-CONTA-DEBITO
                                   PIC     X(020).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-CONTA-CREDITO
                                   PIC     X(020).
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-VL-LANCAMENTO
                                   PIC     ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-DS-HISTORICO
                                   PIC     X(040).
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-IC-INVERTIDO
                                   PIC     X(003).
      *
       01          WS-DET-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(060) VALUE
                  'NENHUM MOVIMENTO CONTABIL NA DATA'.
      *
       01          WS-DET-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(007) VALUE 'EVENTO '.
           03      WS-DET-EVT-SEM-CONTA
                                   PIC     X(003).
           03      FILLER          PIC     X(060) VALUE
                  ' SEM A CONTA GERAL (CURSO ZERO) NO PLANO DE CONTAS'.
      *
       01          WS-DET-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(060) VALUE
                  'PLANO DE CONTAS INCOMPLETO - NADA FOI EXPORTADO'.
      *
       01          WS-DET-05.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(013) VALUE
                  'MOVIMENTO DE '.
           03      WS-DET-DT-EXPORTADA
                                   PIC     X(010).
           03      FILLER          PIC     X(017) VALUE
                  ' JA EXPORTADO EM '.
           03      WS-DET-TS-EXPORTACAO
                                   PIC     X(026).
           03      FILLER          PIC     X(030) VALUE
                  ' - NADA FOI EXPORTADO'.
      *
       01          WS-DET-06.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(070) VALUE
                  'CONFERENCIA DIVERGENTE - EXPORTACAO DA DATA NAO REGIS
      -           'TRADA'.
      *
      *        --- RESUMO POR EVENTO ---------------------------------
       01          WS-RES-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(060) VALUE
                  'RESUMO POR EVENTO'.
      *
       01          WS-RES-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-RES-CO-EVENTO
                                   PIC     X(003).
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-RES-DS-EVENTO
                                   PIC     X(040).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-RES-QT-LANCTOS
                                   PIC     ZZZ.ZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-RES-QT-TITULOS
                                   PIC     ZZZ.ZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-RES-VL-EVENTO
                                   PIC     -ZZ.ZZZ.ZZ9,99.
      *
      *        --- CONFERENCIA COM O MOVIMENTO DO DIA ----------------
       01          WS-CNF-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(060) VALUE
                  'CONFERENCIA COM O MOVIMENTO DO DIA'.
      *
       01          WS-CNF-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-CNF-DS-CONFERENCIA
                                   PIC     X(040).
           03      FILLER          PIC     X(011) VALUE
                  'MOVIMENTO: '.
           03      WS-CNF-VL-MOVTO PIC     -ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(013) VALUE
                  '  INTERFACE: '.
           03      WS-CNF-VL-INTERF
                                   PIC     -ZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-CNF-SITUACAO PIC     X(010).
      *
       01          WS-TOT-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'LANCAMENTOS GERADOS                 : '.
           03      WS-TOT-LANCAMENTOS
                                   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'TITULOS MOVIMENTADOS                : '.
           03      WS-TOT-TITULOS  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'LANCAMENTOS COM CONTAS INVERTIDAS   : '.
           03      WS-TOT-INVERTIDOS
                                   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'TOTAL DE DEBITOS (R$)               : '.
           03      WS-TOT-VL-DEBITO
                                   PIC     ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-05.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'TOTAL DE CREDITOS (R$)              : '.
           03      WS-TOT-VL-CREDITO
                                   PIC     ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE MENSAGENS                                    ***
      ***-----------------------------------------------------------***
      *
           COPY    SAGWSMSG.
      *
      /**-----------------------------------------------------------***
      ***          SAGBBCTL - CONTROLE DE EXECUCAO DE JOBS          ***
      ***-----------------------------------------------------------***
      *
       01      WS-SAGBBCTL         PIC     X(008) VALUE 'SAGBBCTL'.
      *
           COPY    SAGWSCTL    REPLACING  ==:RUCTL:==  BY  ==RUCTL==.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DAS BOOKS DB2                     ***
      ***-----------------------------------------------------------***
      *
           EXEC    SQL
                   INCLUDE SQLCA
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS10
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS16
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS18
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS19
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS20
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS21
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER              PIC     X(040)  VALUE
                  '** FINAL WORKING SAGBB059 **'.
      *---------------------------------------------------------------*

      *===============================================================*
       PROCEDURE                   DIVISION.
      *---------------------------------------------------------------*
      *
           PERFORM 100-00-PROCED-INICIAIS.

           PERFORM 200-00-PROCED-PRINCIPAIS.

           PERFORM 999-00-PROCED-FINAIS.
      *
      /===============================================================*
       100-00-PROCED-INICIAIS      SECTION.
      *---------------------------------------------------------------*
      *
           OPEN    OUTPUT  ARQCTB
                           RELATORIO.

           PERFORM 110-00-DATA-DO-MOVIMENTO.

           PERFORM 105-00-CONTROLE-INICIO.

           MOVE    WS-DT-MOVIMENTO TO      WS-CAB-01-DATA.

           PERFORM 280-00-IMPRIME-CABECALHO.

           PERFORM 120-00-VERIFICA-EXPORTACAO.

           PERFORM 125-00-VALIDA-PLANO-CONTAS
                   VARYING WS-IX-EVT FROM 1 BY 1
                   UNTIL   WS-IX-EVT GREATER WS-QT-EVENTOS.

           IF      WS-PLANO-INCOMPLETO
                   WRITE   REL-REGISTRO    FROM    WS-DET-04
                                   AFTER   ADVANCING 2 LINES
                   PERFORM         130-00-ENCERRA-SEM-EXPORTAR
           END-IF.

           PERFORM 150-00-GRAVA-HEADER.

           EXEC    SQL

                   DECLARE C059MOV CURSOR FOR

                   SELECT  01 , 'FAT' , CO_CURSO , COUNT(*) ,
                           SUM(VL_MENSALIDADE + VL_DESCONTO)
                   FROM    DB2.SAGTBS10_MENSALIDADES
                   WHERE   DT_EMISSAO      = :WS-DT-MOVIMENTO
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  02 , 'DES' , CO_CURSO , COUNT(*) ,
                           SUM(VL_DESCONTO)
                   FROM    DB2.SAGTBS10_MENSALIDADES
                   WHERE   DT_EMISSAO      = :WS-DT-MOVIMENTO
                   AND     VL_DESCONTO     > 0
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  03 , 'CAN' , CO_CURSO , COUNT(*) ,
                           SUM(VL_MENSALIDADE)
                   FROM    DB2.SAGTBS10_MENSALIDADES
                   WHERE   IC_SITUACAO     = 'C'
                   AND     DT_CANCELAMENTO = :WS-DT-MOVIMENTO
                   AND     VL_MENSALIDADE  > 0
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  04 , 'RBP' , CO_CURSO , COUNT(*) ,
                           SUM(VL_PRINCIPAL_PAGO)
                   FROM    DB2.SAGTBS10_MENSALIDADES
                   WHERE   IC_SITUACAO       = 'P'
                   AND     IC_FORMA_BAIXA    = 'B'
                   AND     IC_SITUACAO_BANCO = 'L'
                   AND     DT_SITUACAO_BANCO = :WS-DT-MOVIMENTO
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  05 , 'RBE' , CO_CURSO , COUNT(*) ,
                           SUM(VL_MULTA_PAGA + VL_JUROS_PAGOS)
                   FROM    DB2.SAGTBS10_MENSALIDADES
                   WHERE   IC_SITUACAO       = 'P'
                   AND     IC_FORMA_BAIXA    = 'B'
                   AND     IC_SITUACAO_BANCO = 'L'
                   AND     DT_SITUACAO_BANCO = :WS-DT-MOVIMENTO
                   AND     VL_MULTA_PAGA + VL_JUROS_PAGOS > 0
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  06 , 'RBX' , CO_CURSO , COUNT(*) ,
                           SUM(VL_PAGO - VL_PRINCIPAL_PAGO
                                       - VL_MULTA_PAGA
                                       - VL_JUROS_PAGOS)
                   FROM    DB2.SAGTBS10_MENSALIDADES
                   WHERE   IC_SITUACAO       = 'P'
                   AND     IC_FORMA_BAIXA    = 'B'
                   AND     IC_SITUACAO_BANCO = 'L'
                   AND     DT_SITUACAO_BANCO = :WS-DT-MOVIMENTO
                   AND     VL_PAGO > VL_PRINCIPAL_PAGO + VL_MULTA_PAGA
                                   + VL_JUROS_PAGOS
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  07 , 'RCP' , CO_CURSO , COUNT(*) ,
                           SUM(VL_PRINCIPAL)
                   FROM    DB2.SAGTBS16_RECIBOS
                   WHERE   DT_PAGAMENTO    = :WS-DT-MOVIMENTO
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  08 , 'RCE' , CO_CURSO , COUNT(*) ,
                           SUM(VL_MULTA + VL_JUROS)
                   FROM    DB2.SAGTBS16_RECIBOS
                   WHERE   DT_PAGAMENTO    = :WS-DT-MOVIMENTO
                   AND     VL_MULTA + VL_JUROS > 0
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  09 , 'ECP' , CO_CURSO , COUNT(*) ,
                           SUM(VL_PRINCIPAL)
                   FROM    DB2.SAGTBS16_RECIBOS
                   WHERE   IC_SITUACAO     = 'E'
                   AND     DT_ESTORNO      = :WS-DT-MOVIMENTO
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  10 , 'ECE' , CO_CURSO , COUNT(*) ,
                           SUM(VL_MULTA + VL_JUROS)
                   FROM    DB2.SAGTBS16_RECIBOS
                   WHERE   IC_SITUACAO     = 'E'
                   AND     DT_ESTORNO      = :WS-DT-MOVIMENTO
                   AND     VL_MULTA + VL_JUROS > 0
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  11 , 'REN' , CO_CURSO , COUNT(*) ,
                           SUM(VL_PRINCIPAL)
                   FROM    DB2.SAGTBS18_ACORDOS
                   WHERE   DT_ACORDO       = :WS-DT-MOVIMENTO
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  12 , 'REE' , CO_CURSO , COUNT(*) ,
                           SUM(VL_ENCARGOS)
                   FROM    DB2.SAGTBS18_ACORDOS
                   WHERE   DT_ACORDO       = :WS-DT-MOVIMENTO
                   AND     VL_ENCARGOS     > 0
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  13 , 'APP' , CO_CURSO , COUNT(*) ,
                           SUM(VL_PRINCIPAL_PAGO)
                   FROM    DB2.SAGTBS19_PARCELAS_ACORDO
                   WHERE   IC_SITUACAO       = 'P'
                   AND     IC_FORMA_BAIXA    = 'B'
                   AND     IC_SITUACAO_BANCO = 'L'
                   AND     DT_SITUACAO_BANCO = :WS-DT-MOVIMENTO
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  14 , 'APE' , CO_CURSO , COUNT(*) ,
                           SUM(VL_MULTA_PAGA + VL_JUROS_PAGOS)
                   FROM    DB2.SAGTBS19_PARCELAS_ACORDO
                   WHERE   IC_SITUACAO       = 'P'
                   AND     IC_FORMA_BAIXA    = 'B'
                   AND     IC_SITUACAO_BANCO = 'L'
                   AND     DT_SITUACAO_BANCO = :WS-DT-MOVIMENTO
                   AND     VL_MULTA_PAGA + VL_JUROS_PAGOS > 0
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  15 , 'APX' , CO_CURSO , COUNT(*) ,
                           SUM(VL_PAGO - VL_PRINCIPAL_PAGO
                                       - VL_MULTA_PAGA
                                       - VL_JUROS_PAGOS)
                   FROM    DB2.SAGTBS19_PARCELAS_ACORDO
                   WHERE   IC_SITUACAO       = 'P'
                   AND     IC_FORMA_BAIXA    = 'B'
                   AND     IC_SITUACAO_BANCO = 'L'
                   AND     DT_SITUACAO_BANCO = :WS-DT-MOVIMENTO
                   AND     VL_PAGO > VL_PRINCIPAL_PAGO + VL_MULTA_PAGA
                                   + VL_JUROS_PAGOS
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  16 , 'ROM' , M.CO_CURSO , COUNT(*) ,
                           SUM(M.VL_MENSALIDADE)
                   FROM    DB2.SAGTBS10_MENSALIDADES M ,
                           DB2.SAGTBS18_ACORDOS      D
                   WHERE   D.IC_SITUACAO   = 'R'
                   AND     D.DT_SITUACAO   = :WS-DT-MOVIMENTO
                   AND     M.NU_ACORDO     = D.NU_ACORDO
                   AND     M.IC_SITUACAO  <> 'R'
                   GROUP BY M.CO_CURSO

                   UNION ALL

                   SELECT  17 , 'ROS' , CO_CURSO , COUNT(*) ,
                           SUM(VL_ENCARGOS)
                   FROM    DB2.SAGTBS18_ACORDOS
                   WHERE   IC_SITUACAO     = 'R'
                   AND     DT_SITUACAO     = :WS-DT-MOVIMENTO
                   AND     VL_ENCARGOS     > 0
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  18 , 'RCR' , X.CO_CURSO , COUNT(*) ,
                           SUM(X.VL_CREDITO)
                   FROM   (SELECT  D.CO_CURSO ,
                                  (SELECT VALUE(SUM(P.VL_PRINCIPAL_PAGO)
                                               , 0)
                                   FROM   DB2.SAGTBS19_PARCELAS_ACORDO P
                                   WHERE  P.NU_ACORDO   = D.NU_ACORDO
                                   AND    P.IC_SITUACAO = 'P')
                                 + (SELECT VALUE(SUM(M.VL_MENSALIDADE)
                                               , 0)
                                   FROM   DB2.SAGTBS10_MENSALIDADES M
                                   WHERE  M.NU_ACORDO    = D.NU_ACORDO
                                   AND    M.IC_SITUACAO <> 'R')
                                 - D.VL_PRINCIPAL AS VL_CREDITO
                           FROM    DB2.SAGTBS18_ACORDOS D
                           WHERE   D.IC_SITUACAO = 'R'
                           AND     D.DT_SITUACAO = :WS-DT-MOVIMENTO
                          ) AS X
                   WHERE   X.VL_CREDITO > 0
                   GROUP BY X.CO_CURSO

                   UNION ALL

                   SELECT  19 , 'RBD' , CO_CURSO , COUNT(*) ,
                           SUM(VL_DESC_PONTUAL)
                   FROM    DB2.SAGTBS10_MENSALIDADES
                   WHERE   IC_SITUACAO       = 'P'
                   AND     IC_FORMA_BAIXA    = 'B'
                   AND     IC_SITUACAO_BANCO = 'L'
                   AND     DT_SITUACAO_BANCO = :WS-DT-MOVIMENTO
                   AND     DT_PAGAMENTO     <= DT_VENCIMENTO
                   AND     VL_DESC_PONTUAL   > 0
                   GROUP BY CO_CURSO

                   UNION ALL

                   SELECT  20 , 'RCD' , R.CO_CURSO , COUNT(*) ,
                           SUM(M.VL_DESC_PONTUAL)
                   FROM    DB2.SAGTBS16_RECIBOS      R ,
                           DB2.SAGTBS10_MENSALIDADES M
                   WHERE   R.DT_PAGAMENTO    = :WS-DT-MOVIMENTO
                   AND     M.CO_ALUNO        = R.CO_ALUNO
                   AND     M.CO_CURSO        = R.CO_CURSO
                   AND     M.NU_COMPETENCIA  = R.NU_COMPETENCIA
                   AND     R.DT_PAGAMENTO   <= M.DT_VENCIMENTO
                   AND     M.VL_DESC_PONTUAL > 0
                   GROUP BY R.CO_CURSO

                   UNION ALL

                   SELECT  21 , 'ECD' , R.CO_CURSO , COUNT(*) ,
                           SUM(M.VL_DESC_PONTUAL)
                   FROM    DB2.SAGTBS16_RECIBOS      R ,
                           DB2.SAGTBS10_MENSALIDADES M
                   WHERE   R.IC_SITUACAO     = 'E'
                   AND     R.DT_ESTORNO      = :WS-DT-MOVIMENTO
                   AND     M.CO_ALUNO        = R.CO_ALUNO
                   AND     M.CO_CURSO        = R.CO_CURSO
                   AND     M.NU_COMPETENCIA  = R.NU_COMPETENCIA
                   AND     R.DT_PAGAMENTO   <= M.DT_VENCIMENTO
                   AND     M.VL_DESC_PONTUAL > 0
                   GROUP BY R.CO_CURSO

                   ORDER BY 1 , 3

           END-EXEC.

           EXEC    SQL
                   OPEN    C059MOV
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       100-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       105-00-CONTROLE-INICIO      SECTION.
      *---------------------------------------------------------------*
      *
      *    REGISTRA O INICIO DA RODADA NO CONTROLE DE EXECUCAO DE     *
      *    JOBS (SAGTBS13 VIA SAGBBCTL). A SEGUNDA EXECUCAO JA        *
      *    CONCLUIDA NA MESMA DATA E RECUSADA COM A MENSAGEM DA       *
      *    ROTINA NO RELATORIO E RETURN-CODE 08, EXCETO QUANDO A DATA *
      *    DO MOVIMENTO E INFORMADA NO CARTAO (A DUPLICIDADE DA DATA  *
      *    EXPORTADA E CONTROLADA EM SAGTBS21 - 120).                 *
      *---------------------------------------------------------------*
      *
           MOVE    01              TO      RUCTL-ACAO.
           MOVE    'SAGBB059'      TO      RUCTL-NO-JOB.
           MOVE    ZEROS           TO      RUCTL-NU-COMPETENCIA.

           IF      WS-DATA-INFORMADA
                   MOVE 'N'        TO      RUCTL-IC-TRAVA
           ELSE
                   MOVE 'S'        TO      RUCTL-IC-TRAVA
           END-IF.

           MOVE    ZEROS           TO      RUCTL-NU-SEQ-EXECUCAO.
           MOVE    ZEROS           TO      RUCTL-QT-LIDOS.
           MOVE    ZEROS           TO      RUCTL-QT-GRAVADOS.
           MOVE    ZEROS           TO      RUCTL-QT-REJEITADOS.
           MOVE    ZEROS           TO      RUCTL-CD-RETORNO-JOB.

           CALL    WS-SAGBBCTL     USING   RUCTLCTL.

           IF      RUCTL-CODIGO-RETORNO
                                   EQUAL   99
                   DISPLAY RUCTL-MENSAGEM
                   CLOSE   ARQCTB
                           RELATORIO
                   MOVE    16      TO      RETURN-CODE
                   STOP    RUN
           END-IF.

           IF      RUCTL-CODIGO-RETORNO
                               NOT EQUAL   00
                   MOVE    SPACES  TO      REL-REGISTRO
                   MOVE    RUCTL-MENSAGEM
                                   TO      REL-REGISTRO (2:80)
                   WRITE   REL-REGISTRO
                                   AFTER   ADVANCING 1 LINE
                   CLOSE   ARQCTB
                           RELATORIO
                   MOVE    08      TO      RETURN-CODE
                   STOP    RUN
           END-IF.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       110-00-DATA-DO-MOVIMENTO    SECTION.
      *---------------------------------------------------------------*
      *
      *    DATA DO MOVIMENTO: A DO CARTAO SYSIN (DD.MM.AAAA), QUANDO  *
      *    INFORMADA E VALIDA; CASO CONTRARIO A DATA CORRENTE. A      *
      *    DATA CORRENTE E TAMBEM A DATA DE GERACAO DO ARQUIVO.       *
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   SET    :WS-DAT-ATU = CURRENT DATE
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SET'      TO      WS-COMANDO-DB2
                   MOVE 'SYSDUMMY' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    WS-DAT-ATU      TO      WS-DT-MOVIMENTO.

           MOVE    SPACES          TO      WS-PARM-SYSIN.

           ACCEPT  WS-PARM-SYSIN   FROM    CARTAO-PARM.

           IF      WS-PRM-DIA      NUMERIC AND
                   WS-PRM-MES      NUMERIC AND
                   WS-PRM-ANO      NUMERIC AND
                   WS-PRM-PONTO-1  EQUAL   '.' AND
                   WS-PRM-PONTO-2  EQUAL   '.' AND
                   WS-PRM-DIA      GREATER ZERO AND
                   WS-PRM-DIA      NOT GREATER 31 AND
                   WS-PRM-MES      GREATER ZERO AND
                   WS-PRM-MES      NOT GREATER 12 AND
                   WS-PRM-ANO      GREATER 1900
                   MOVE WS-PRM-DT-MOVIMENTO
                                   TO      WS-DT-MOVIMENTO
                   MOVE 'S'        TO      WS-SW-DATA-INFORMADA
           END-IF.
      *
      *---------------------------------------------------------------*
       110-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       120-00-VERIFICA-EXPORTACAO  SECTION.
      *---------------------------------------------------------------*
      *
      *    A DATA DO MOVIMENTO JA REGISTRADA EM SAGTBS21 NAO E        *
      *    EXPORTADA DE NOVO: O RELATORIO INFORMA QUANDO FOI          *
      *    EXPORTADA E A RODADA TERMINA COM RETURN-CODE 08.           *
      *---------------------------------------------------------------*
      *
           MOVE    WS-DT-MOVIMENTO TO      EXC-DT-MOVIMENTO.

           EXEC    SQL

                   SELECT  CHAR(TS_EXPORTACAO)

                   INTO   :EXC-TS-EXPORTACAO

                   FROM    DB2.SAGTBS21_EXPORTACOES_CONTABEIS

                   WHERE   DT_MOVIMENTO = :EXC-DT-MOVIMENTO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   GO   TO         120-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELEXC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS21' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    WS-DT-MOVIMENTO TO      WS-DET-DT-EXPORTADA.
           MOVE    EXC-TS-EXPORTACAO
                                   TO      WS-DET-TS-EXPORTACAO.

           WRITE   REL-REGISTRO    FROM    WS-DET-05
                                   AFTER   ADVANCING 2 LINES.

           PERFORM 130-00-ENCERRA-SEM-EXPORTAR.
      *
      *---------------------------------------------------------------*
       120-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       125-00-VALIDA-PLANO-CONTAS  SECTION.
      *---------------------------------------------------------------*
      *
      *    CADA EVENTO PRECISA DA LINHA GERAL (CURSO ZERO) NO PLANO   *
      *    DE CONTAS; O EVENTO SEM ELA E LISTADO E, AO FINAL DA       *
      *    VALIDACAO, NADA E EXPORTADO. ZERA OS TOTAIS DO EVENTO.     *
      *---------------------------------------------------------------*
      *
           MOVE    ZEROS           TO  WS-TT-QT-LANCTOS (WS-IX-EVT)
                                       WS-TT-QT-TITULOS (WS-IX-EVT)
                                       WS-TT-VL-EVENTO  (WS-IX-EVT).

           MOVE    WS-EVT-CODIGO (WS-IX-EVT)
                                   TO      PCT-CO-EVENTO.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-CONTA-GERAL

                   FROM    DB2.SAGTBS20_PLANO_CONTAS

                   WHERE   CO_EVENTO = :PCT-CO-EVENTO
                   AND     CO_CURSO  = 0

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELPCT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS20' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-CONTA-GERAL
                                   GREATER ZERO
                   GO   TO         125-99-EXIT
           END-IF.

           MOVE    'S'             TO      WS-SW-PLANO-INCOMPLETO.

           MOVE    PCT-CO-EVENTO   TO      WS-DET-EVT-SEM-CONTA.

           WRITE   REL-REGISTRO    FROM    WS-DET-03
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       125-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       130-00-ENCERRA-SEM-EXPORTAR SECTION.
      *---------------------------------------------------------------*
      *
      *    DATA JA EXPORTADA OU PLANO DE CONTAS INCOMPLETO: ENCERRA A *
      *    RODADA SEM GRAVAR LANCAMENTOS, COM RETURN-CODE 08.         *
      *---------------------------------------------------------------*
      *
           CLOSE   ARQCTB
                   RELATORIO.

           MOVE    08              TO      RETURN-CODE.

           PERFORM 990-00-CONTROLE-FIM.

           STOP    RUN.
      *
      *---------------------------------------------------------------*
       130-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       150-00-GRAVA-HEADER         SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-MOV-ANO      TO      WS-HDR-MOV-ANO.
           MOVE    WS-MOV-MES      TO      WS-HDR-MOV-MES.
           MOVE    WS-MOV-DIA      TO      WS-HDR-MOV-DIA.

           MOVE    WS-ANO-ATU      TO      WS-HDR-GER-ANO.
           MOVE    WS-MES-ATU      TO      WS-HDR-GER-MES.
           MOVE    WS-DIA-ATU      TO      WS-HDR-GER-DIA.

           ADD     1               TO      WS-NU-SEQ-REG.
           MOVE    WS-NU-SEQ-REG   TO      WS-HDR-NU-SEQ.

           WRITE   CTB-REGISTRO    FROM    WS-CTB-HEADER.

           MOVE    WS-MOV-ANO      TO      WS-LCT-ANO.
           MOVE    WS-MOV-MES      TO      WS-LCT-MES.
           MOVE    WS-MOV-DIA      TO      WS-LCT-DIA.
      *
      *---------------------------------------------------------------*
       150-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
           PERFORM 210-00-FETCH-C059MOV
                   UNTIL   WS-FIM-CURSOR.

           EXEC    SQL
                   CLOSE   C059MOV
           END-EXEC.

           IF      WS-QT-LANCAMENTOS
                                   EQUAL   ZERO
                   WRITE   REL-REGISTRO    FROM    WS-DET-02
                                   AFTER   ADVANCING 1 LINE
                   ADD     1       TO      WS-NU-LINHA
           END-IF.

           PERFORM 270-00-IMPRIME-RESUMO.

           PERFORM 250-00-CONFERENCIA.

           PERFORM 290-00-GRAVA-TRAILER.

           IF      NOT WS-HA-DIVERGENCIA
                   PERFORM         295-00-REGISTRA-EXPORTACAO
           END-IF.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-FETCH-C059MOV        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C059MOV

                   INTO   :WS-MOV-NU-ORDEM     ,
                          :WS-MOV-CO-EVENTO    ,
                          :WS-MOV-CO-CURSO     ,
                          :WS-MOV-QT-TITULOS   ,
                          :WS-MOV-VL-MOVIMENTO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
                   GO   TO         210-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'FETCH'    TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-MOV-VL-MOVIMENTO
                                   EQUAL   ZERO
                   GO   TO         210-99-EXIT
           END-IF.

           MOVE    WS-MOV-NU-ORDEM TO      WS-IX-EVT.

           ADD     WS-MOV-VL-MOVIMENTO
                                   TO  WS-TT-VL-EVENTO  (WS-IX-EVT).
           ADD     WS-MOV-QT-TITULOS
                                   TO  WS-TT-QT-TITULOS (WS-IX-EVT).
           ADD     1               TO  WS-TT-QT-LANCTOS (WS-IX-EVT).

           PERFORM 220-00-BUSCA-CONTAS.

           PERFORM 230-00-GRAVA-LANCAMENTO.

           PERFORM 240-00-IMPRIME-LANCAMENTO.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-BUSCA-CONTAS         SECTION.
      *---------------------------------------------------------------*
      *
      *    CONTAS DO EVENTO NO PLANO: A LINHA DO CURSO, QUANDO HOUVER,*
      *    OU A GERAL (CURSO ZERO). VALOR NEGATIVO (ESTORNO LIQUIDO   *
      *    DO EVENTO NO DIA) E LANCADO PELO VALOR ABSOLUTO COM AS     *
      *    CONTAS INVERTIDAS, MARCADO 'INV' NO RELATORIO.             *
      *---------------------------------------------------------------*
      *
           MOVE    WS-MOV-CO-EVENTO
                                   TO      PCT-CO-EVENTO.
           MOVE    WS-MOV-CO-CURSO TO      PCT-CO-CURSO.

           EXEC    SQL

                   SELECT  NU_CONTA_DEBITO  ,
                           NU_CONTA_CREDITO ,
                           DS_HISTORICO

                   INTO   :PCT-NU-CONTA-DEBITO  ,
                          :PCT-NU-CONTA-CREDITO ,
                          :PCT-DS-HISTORICO

                   FROM    DB2.SAGTBS20_PLANO_CONTAS

                   WHERE   CO_EVENTO = :PCT-CO-EVENTO
                   AND     CO_CURSO IN (:PCT-CO-CURSO , 0)

                   ORDER BY CO_CURSO DESC

                   FETCH FIRST 1 ROW ONLY

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELPCT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS20' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-MOV-VL-MOVIMENTO
                                   LESS    ZERO
                   MULTIPLY -1     BY      WS-MOV-VL-MOVIMENTO
                   MOVE PCT-NU-CONTA-CREDITO
                                   TO      WS-NU-CONTA-DEBITO
                   MOVE PCT-NU-CONTA-DEBITO
                                   TO      WS-NU-CONTA-CREDITO
                   MOVE 'INV'      TO      WS-IC-INVERTIDO
                   ADD  1          TO      WS-QT-INVERTIDOS
           ELSE
                   MOVE PCT-NU-CONTA-DEBITO
                                   TO      WS-NU-CONTA-DEBITO
                   MOVE PCT-NU-CONTA-CREDITO
                                   TO      WS-NU-CONTA-CREDITO
                   MOVE SPACES     TO      WS-IC-INVERTIDO
           END-IF.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-GRAVA-LANCAMENTO     SECTION.
      *---------------------------------------------------------------*
      *
      *    GRAVA O REGISTRO DE DEBITO E O DE CREDITO DO LANCAMENTO,   *
      *    COM O MESMO NUMERO E VALOR.                                *
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-QT-LANCAMENTOS.
           ADD     WS-MOV-QT-TITULOS
                                   TO      WS-QT-TITULOS.

           MOVE    WS-QT-LANCAMENTOS
                                   TO      WS-LCT-NU-LANCAMENTO.
           MOVE    WS-MOV-VL-MOVIMENTO
                                   TO      WS-LCT-VL-LANCAMENTO.
           MOVE    WS-MOV-CO-EVENTO
                                   TO      WS-LCT-CO-EVENTO.
           MOVE    WS-MOV-CO-CURSO TO      WS-LCT-CO-CURSO.
           MOVE    WS-MOV-QT-TITULOS
                                   TO      WS-LCT-QT-TITULOS.
           MOVE    PCT-DS-HISTORICO
                                   TO      WS-LCT-DS-HISTORICO.

           MOVE    'D'             TO      WS-LCT-IC-DEB-CRED.
           MOVE    WS-NU-CONTA-DEBITO
                                   TO      WS-LCT-NU-CONTA.
           ADD     1               TO      WS-NU-SEQ-REG.
           MOVE    WS-NU-SEQ-REG   TO      WS-LCT-NU-SEQ.

           WRITE   CTB-REGISTRO    FROM    WS-CTB-LANCAMENTO.

           MOVE    'C'             TO      WS-LCT-IC-DEB-CRED.
           MOVE    WS-NU-CONTA-CREDITO
                                   TO      WS-LCT-NU-CONTA.
           ADD     1               TO      WS-NU-SEQ-REG.
           MOVE    WS-NU-SEQ-REG   TO      WS-LCT-NU-SEQ.

           WRITE   CTB-REGISTRO    FROM    WS-CTB-LANCAMENTO.

           ADD     WS-MOV-VL-MOVIMENTO
                                   TO      WS-VL-TOT-DEBITO.
           ADD     WS-MOV-VL-MOVIMENTO
                                   TO      WS-VL-TOT-CREDITO.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-IMPRIME-LANCAMENTO   SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 55
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           MOVE    WS-QT-LANCAMENTOS
                                   TO      WS-DET-NU-LANCAMENTO.
           MOVE    WS-MOV-CO-EVENTO
                                   TO      WS-DET-CO-EVENTO.
           MOVE    WS-MOV-CO-CURSO TO      WS-DET-CO-CURSO.
           MOVE    WS-MOV-QT-TITULOS
                                   TO      WS-DET-QT-TITULOS.
           MOVE    WS-NU-CONTA-DEBITO
                                   TO      WS-DET-CONTA-DEBITO.
           MOVE    WS-NU-CONTA-CREDITO
                                   TO      WS-DET-CONTA-CREDITO.
           MOVE    WS-MOV-VL-MOVIMENTO
                                   TO      WS-DET-VL-LANCAMENTO.
           MOVE    PCT-DS-HISTORICO
                                   TO      WS-DET-DS-HISTORICO.
           MOVE    WS-IC-INVERTIDO TO      WS-DET-IC-INVERTIDO.

           WRITE   REL-REGISTRO    FROM    WS-DET-01
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-CONFERENCIA          SECTION.
      *---------------------------------------------------------------*
      *
      *    CONFERE OS TOTAIS LANCADOS COM O MOVIMENTO DO DIA LIDO     *
      *    DIRETAMENTE DAS TABELAS: FATURADO LIQUIDO, CANCELADO,      *
      *    RECEBIDO NO BANCO (VL_PAGO), RENEGOCIADO (MENSALIDADES DOS *
      *    ACORDOS DO DIA) E RECEBIDO/ESTORNADO NO BALCAO (VL_PAGO    *
      *    DOS RECIBOS), ALEM DE DEBITOS CONTRA CREDITOS. QUALQUER    *
      *    DIVERGENCIA IMPEDE O REGISTRO DA DATA EM SAGTBS21.         *
      *    OS TOTAIS POR EVENTO ESTAO NA ORDEM DE WS-EVT-LISTA.       *
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 48
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           WRITE   REL-REGISTRO    FROM    WS-CNF-01
                                   AFTER   ADVANCING 2 LINES.

           ADD     2               TO      WS-NU-LINHA.
      *
      *    --- FATURADO LIQUIDO: FAT (01) MENOS DES (02) -------------
      *
           EXEC    SQL
                   SELECT  VALUE(SUM(VL_MENSALIDADE) , 0)
                   INTO   :WS-VL-CNF-MOVTO
                   FROM    DB2.SAGTBS10_MENSALIDADES
                   WHERE   DT_EMISSAO = :WS-DT-MOVIMENTO
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELFAT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           COMPUTE WS-VL-CNF-INTERF = WS-TT-VL-EVENTO (01)
                                    - WS-TT-VL-EVENTO (02).

           MOVE    'FATURADO LIQUIDO (FAT - DES)'
                                   TO      WS-CNF-DS-CONFERENCIA.

           PERFORM 260-00-IMPRIME-CONFERENCIA.
      *
      *    --- CANCELADO: CAN (03) -----------------------------------
      *
           EXEC    SQL
                   SELECT  VALUE(SUM(VL_MENSALIDADE) , 0)
                   INTO   :WS-VL-CNF-MOVTO
                   FROM    DB2.SAGTBS10_MENSALIDADES
                   WHERE   IC_SITUACAO     = 'C'
                   AND     DT_CANCELAMENTO = :WS-DT-MOVIMENTO
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELCAN'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    WS-TT-VL-EVENTO (03)
                                   TO      WS-VL-CNF-INTERF.

           MOVE    'CANCELADO (CAN)'
                                   TO      WS-CNF-DS-CONFERENCIA.

           PERFORM 260-00-IMPRIME-CONFERENCIA.
      *
      *    --- RECEBIDO NO BANCO: RBP (04) + RBE (05) + RBX (06) -----
      *
           EXEC    SQL
                   SELECT  VALUE(SUM(VL_PAGO) , 0)
                   INTO   :WS-VL-CNF-MOVTO
                   FROM    DB2.SAGTBS10_MENSALIDADES
                   WHERE   IC_SITUACAO       = 'P'
                   AND     IC_FORMA_BAIXA    = 'B'
                   AND     IC_SITUACAO_BANCO = 'L'
                   AND     DT_SITUACAO_BANCO = :WS-DT-MOVIMENTO
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELRCB'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           COMPUTE WS-VL-CNF-INTERF = WS-TT-VL-EVENTO (04)
                                    + WS-TT-VL-EVENTO (05)
                                    + WS-TT-VL-EVENTO (06).

           MOVE    'RECEBIDO NO BANCO (RBP + RBE + RBX)'
                                   TO      WS-CNF-DS-CONFERENCIA.

           PERFORM 260-00-IMPRIME-CONFERENCIA.
      *
      *    --- RECEBIDO NO BALCAO: RCP (07) + RCE (08) ---------------
      *
           EXEC    SQL
                   SELECT  VALUE(SUM(VL_PAGO) , 0)
                   INTO   :WS-VL-CNF-MOVTO
                   FROM    DB2.SAGTBS16_RECIBOS
                   WHERE   DT_PAGAMENTO = :WS-DT-MOVIMENTO
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELREC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS16' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           COMPUTE WS-VL-CNF-INTERF = WS-TT-VL-EVENTO (07)
                                    + WS-TT-VL-EVENTO (08).

           MOVE    'RECEBIDO NO BALCAO (RCP + RCE)'
                                   TO      WS-CNF-DS-CONFERENCIA.

           PERFORM 260-00-IMPRIME-CONFERENCIA.
      *
      *    --- ESTORNADO NO BALCAO: ECP (09) + ECE (10) --------------
      *
           EXEC    SQL
                   SELECT  VALUE(SUM(VL_PAGO) , 0)
                   INTO   :WS-VL-CNF-MOVTO
                   FROM    DB2.SAGTBS16_RECIBOS
                   WHERE   IC_SITUACAO = 'E'
                   AND     DT_ESTORNO  = :WS-DT-MOVIMENTO
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELEST'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS16' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           COMPUTE WS-VL-CNF-INTERF = WS-TT-VL-EVENTO (09)
                                    + WS-TT-VL-EVENTO (10).

           MOVE    'ESTORNADO NO BALCAO (ECP + ECE)'
                                   TO      WS-CNF-DS-CONFERENCIA.

           PERFORM 260-00-IMPRIME-CONFERENCIA.
      *
      *    --- RENEGOCIADO: REN (11) CONTRA AS MENSALIDADES DOS -------
      *    --- ACORDOS FECHADOS NA DATA ------------------------------
      *
           EXEC    SQL
                   SELECT  VALUE(SUM(M.VL_MENSALIDADE) , 0)
                   INTO   :WS-VL-CNF-MOVTO
                   FROM    DB2.SAGTBS10_MENSALIDADES M ,
                           DB2.SAGTBS18_ACORDOS      D
                   WHERE   D.DT_ACORDO = :WS-DT-MOVIMENTO
                   AND     M.NU_ACORDO = D.NU_ACORDO
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELREN'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    WS-TT-VL-EVENTO (11)
                                   TO      WS-VL-CNF-INTERF.

           MOVE    'RENEGOCIADO EM ACORDO (REN)'
                                   TO      WS-CNF-DS-CONFERENCIA.

           PERFORM 260-00-IMPRIME-CONFERENCIA.
      *
      *    --- DEBITOS CONTRA CREDITOS DO ARQUIVO --------------------
      *
           MOVE    WS-VL-TOT-DEBITO
                                   TO      WS-VL-CNF-MOVTO.
           MOVE    WS-VL-TOT-CREDITO
                                   TO      WS-VL-CNF-INTERF.

           MOVE    'DEBITOS X CREDITOS DO ARQUIVO'
                                   TO      WS-CNF-DS-CONFERENCIA.

           PERFORM 260-00-IMPRIME-CONFERENCIA.
      *
      *---------------------------------------------------------------*
       250-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       260-00-IMPRIME-CONFERENCIA  SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-VL-CNF-MOVTO TO      WS-CNF-VL-MOVTO.
           MOVE    WS-VL-CNF-INTERF
                                   TO      WS-CNF-VL-INTERF.

           IF      WS-VL-CNF-MOVTO EQUAL   WS-VL-CNF-INTERF
                   MOVE 'OK'       TO      WS-CNF-SITUACAO
           ELSE
                   MOVE 'DIVERGENTE'
                                   TO      WS-CNF-SITUACAO
                   MOVE 'S'        TO      WS-SW-DIVERGENCIA
           END-IF.

           WRITE   REL-REGISTRO    FROM    WS-CNF-02
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       260-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       270-00-IMPRIME-RESUMO       SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 34
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           WRITE   REL-REGISTRO    FROM    WS-RES-01
                                   AFTER   ADVANCING 2 LINES.

           ADD     2               TO      WS-NU-LINHA.

           PERFORM 275-00-IMPRIME-EVENTO
                   VARYING WS-IX-EVT FROM 1 BY 1
                   UNTIL   WS-IX-EVT GREATER WS-QT-EVENTOS.
      *
      *---------------------------------------------------------------*
       270-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       275-00-IMPRIME-EVENTO       SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-EVT-CODIGO (WS-IX-EVT)
                                   TO      WS-RES-CO-EVENTO.
           MOVE    WS-EVT-DESCRICAO (WS-IX-EVT)
                                   TO      WS-RES-DS-EVENTO.
           MOVE    WS-TT-QT-LANCTOS (WS-IX-EVT)
                                   TO      WS-RES-QT-LANCTOS.
           MOVE    WS-TT-QT-TITULOS (WS-IX-EVT)
                                   TO      WS-RES-QT-TITULOS.
           MOVE    WS-TT-VL-EVENTO (WS-IX-EVT)
                                   TO      WS-RES-VL-EVENTO.

           WRITE   REL-REGISTRO    FROM    WS-RES-02
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       275-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       280-00-IMPRIME-CABECALHO    SECTION.
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-NU-PAGINA.
           MOVE    WS-NU-PAGINA    TO      WS-CAB-01-PAG.

           WRITE   REL-REGISTRO    FROM    WS-CAB-01
                                   AFTER   ADVANCING PAGE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-02
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-02
                                   AFTER   ADVANCING 1 LINE.

           MOVE    5               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       280-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       290-00-GRAVA-TRAILER        SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-QT-LANCAMENTOS
                                   TO      WS-TRL-QT-LANCAMENTOS.
           MOVE    WS-VL-TOT-DEBITO
                                   TO      WS-TRL-VL-DEBITO.
           MOVE    WS-VL-TOT-CREDITO
                                   TO      WS-TRL-VL-CREDITO.

           ADD     1               TO      WS-NU-SEQ-REG.
           MOVE    WS-NU-SEQ-REG   TO      WS-TRL-NU-SEQ.

           WRITE   CTB-REGISTRO    FROM    WS-CTB-TRAILER.
      *
      *---------------------------------------------------------------*
       290-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       295-00-REGISTRA-EXPORTACAO  SECTION.
      *---------------------------------------------------------------*
      *
      *    REGISTRA A DATA DO MOVIMENTO COMO EXPORTADA, COM OS        *
      *    TOTAIS DO ARQUIVO. CONFIRMADO NO COMMIT FINAL (999).       *
      *---------------------------------------------------------------*
      *
           MOVE    WS-DT-MOVIMENTO TO      EXC-DT-MOVIMENTO.
           MOVE    WS-QT-LANCAMENTOS
                                   TO      EXC-QT-LANCAMENTOS.
           MOVE    WS-VL-TOT-DEBITO
                                   TO      EXC-VL-TOTAL-DEBITO.
           MOVE    WS-VL-TOT-CREDITO
                                   TO      EXC-VL-TOTAL-CREDITO.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS21_EXPORTACOES_CONTABEIS

                          ( DT_MOVIMENTO     ,
                            TS_EXPORTACAO    ,
                            QT_LANCAMENTOS   ,
                            VL_TOTAL_DEBITO  ,
                            VL_TOTAL_CREDITO )

                   VALUES (:EXC-DT-MOVIMENTO     ,
                            CURRENT TIMESTAMP    ,
                           :EXC-QT-LANCAMENTOS   ,
                           :EXC-VL-TOTAL-DEBITO  ,
                           :EXC-VL-TOTAL-CREDITO )

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS21' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       295-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       990-00-CONTROLE-FIM         SECTION.
      *---------------------------------------------------------------*
      *
      *    GRAVA O FIM DA RODADA NO CONTROLE DE EXECUCAO DE JOBS,     *
      *    COM OS CONTADORES E O RETURN-CODE DA RODADA.               *
      *---------------------------------------------------------------*
      *
           MOVE    02              TO      RUCTL-ACAO.
           MOVE    WS-QT-TITULOS   TO      RUCTL-QT-LIDOS.
           MOVE    WS-QT-LANCAMENTOS
                                   TO      RUCTL-QT-GRAVADOS.
           MOVE    ZEROS           TO      RUCTL-QT-REJEITADOS.
           MOVE    RETURN-CODE     TO      RUCTL-CD-RETORNO-JOB.

           CALL    WS-SAGBBCTL     USING   RUCTLCTL.

           IF      RUCTL-CODIGO-RETORNO
                               NOT EQUAL   00
                   DISPLAY RUCTL-MENSAGEM
           END-IF.
      *
      *---------------------------------------------------------------*
       990-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       995-00-ABEND-DB2            SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    SQLCODE         TO      WS-SQLCODE-DB2.

           MOVE    WS-COMANDO-DB2  TO      WS-MSG-099 (14:06).
           MOVE    WS-TABELAS-DB2  TO      WS-MSG-099 (31:08).
           MOVE    WS-SQLCODE-DB2  TO      WS-MSG-099 (53:04).

           DISPLAY WS-MSG-099.

           EXEC    SQL
                   ROLLBACK
           END-EXEC.

           CLOSE   ARQCTB
                   RELATORIO.

           MOVE    16              TO      RETURN-CODE.

           STOP    RUN.
      *
      *---------------------------------------------------------------*
       995-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       999-00-PROCED-FINAIS        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   COMMIT
           END-EXEC.

           MOVE    WS-QT-LANCAMENTOS
                                   TO      WS-TOT-LANCAMENTOS.
           MOVE    WS-QT-TITULOS   TO      WS-TOT-TITULOS.
           MOVE    WS-QT-INVERTIDOS
                                   TO      WS-TOT-INVERTIDOS.
           MOVE    WS-VL-TOT-DEBITO
                                   TO      WS-TOT-VL-DEBITO.
           MOVE    WS-VL-TOT-CREDITO
                                   TO      WS-TOT-VL-CREDITO.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-02
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-04
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-05
                                   AFTER   ADVANCING 1 LINE.

           IF      WS-HA-DIVERGENCIA
                   WRITE   REL-REGISTRO    FROM    WS-DET-06
                                   AFTER   ADVANCING 2 LINES
           END-IF.

           CLOSE   ARQCTB
                   RELATORIO.

           IF      WS-HA-DIVERGENCIA
                   MOVE    08      TO      RETURN-CODE
           ELSE
                   MOVE    0       TO      RETURN-CODE
           END-IF.

           PERFORM 990-00-CONTROLE-FIM.

           STOP    RUN.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *---------------------------------------------------------------*
      *                  FIM DO PROGRAMA - SAGBB059                   *
      *---------------------------------------------------------------*
