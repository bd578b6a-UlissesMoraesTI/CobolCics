      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB060.
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
      *   PROGRAMA      : SAGBB060                                    *
      *   LINGUAGEM     : COBOL / DB2 (BATCH)                         *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : GERACAO DO ARQUIVO DE RPS (RECIBO           *
      *                   PROVISORIO DE SERVICOS) EM LOTE NO LAYOUT   *
      *                   DA PREFEITURA, PARA EMISSAO DA NFS-E DAS    *
      *                   MENSALIDADES PAGAS (IC_SITUACAO = 'P') NA   *
      *                   DATA DE PAGAMENTO DO MOVIMENTO. O TOMADOR   *
      *                   DO SERVICO E O ALUNO (NOME, CPF E ENDERECO  *
      *                   DE SAGTBS01). CADA RPS RECEBE O NUMERO DA   *
      *                   CHAVE NU_RPS DE SAGTBS00_CONTROLE, E        *
      *                   REGISTRADO EM SAGTBS22 E NA MENSALIDADE     *
      *                   (NU_RPS). AS MENSALIDADES CUJO ULTIMO RPS   *
      *                   FOI REJEITADO NO RETORNO (SAGBB061) SAO     *
      *                   REENVIADAS COM UM NOVO RPS EM QUALQUER      *
      *                   RODADA. A DATA DO MOVIMENTO VEM DO CARTAO   *
      *                   SYSIN (DD.MM.AAAA, COLUNAS 1-10); SEM ELA,  *
      *                   E A DATA CORRENTE. A INSCRICAO MUNICIPAL DA *
      *                   ESCOLA VEM DAS COLUNAS 12-19 DO CARTAO; O   *
      *                   CODIGO DO SERVICO E A ALIQUOTA DO ISS, DE   *
      *                   SAGTBS15. EMITE RELATORIO DOS RPS GERADOS   *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ARQUIVOS                                                    *
      *                                                               *
      *   NOME       DD         DESCRICAO                             *
      *   ---------- ---------- --------------------------------------*
      *   ARQRPS     SAGRPS01   ARQUIVO DE RPS EM LOTE (PREFEITURA)   *
      *   RELATORIO  SAGRPT01   RELATORIO DOS RPS GERADOS             *
      *   (SYSIN)    SYSIN      CARTAO COM A DATA DO MOVIMENTO E A    *
      *                         INSCRICAO MUNICIPAL DA ESCOLA         *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS00_CONTROLE  SAGTBS00 CONTADOR DO NUMERO DO RPS       *
      *   SAGTBS01_ALUNOS    SAGTBS01 TOMADOR DO SERVICO              *
      *   SAGTBS06_TURMAS    -------- NOME DO CURSO (DISCRIMINACAO)   *
      *   SAGTBS10_MENSALIDADES                                       *
      *                      SAGTBS10 MENSALIDADES PAGAS (NU_RPS)     *
      *   SAGTBS15_PARAMETROS                                         *
      *                      SAGTBS15 CODIGO DO SERVICO E ALIQUOTA    *
      *   SAGTBS22_RPS       SAGTBS22 RPS GERADOS                     *
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
           SELECT  ARQRPS          ASSIGN  TO      SAGRPS01
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
       FD      ARQRPS
               RECORDING MODE      IS      F.
      *
       01      RPS-REGISTRO        PIC     X(560).
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
              '** INICIO WORKING SAGBB060 **'.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE VARIAVEIS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-COMANDO-DB2  PIC     X(006) VALUE SPACES.
       01          WS-TABELAS-DB2  PIC     X(008) VALUE SPACES.
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-QT-LIDAS     PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-GERADOS   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-REENVIOS  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-SEM-CPF   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-TENTAT-CTL
                                   PIC     9(001) COMP   VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-NU-PAGINA    PIC     9(003) COMP-3 VALUE ZERO.
      *
       01          WS-VL-TOT-SERVICO
                                   PIC     S9(011)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
       01          WS-CO-SERVICO   PIC     9(005)        VALUE ZERO.
       01          WS-PC-ALIQUOTA  PIC     9(002)V9(002) VALUE ZERO.
      *
       01          WS-DT-MOVIMENTO PIC     X(010) VALUE SPACES.
      *
       01          WS-SW-FIM-CURSOR
                                   PIC     X(001) VALUE 'N'.
         88        WS-FIM-CURSOR           VALUE 'S'.
      *
       01          WS-SW-DATA-INFORMADA
                                   PIC     X(001) VALUE 'N'.
         88        WS-DATA-INFORMADA       VALUE 'S'.
      *
       01          WS-SW-SEQ-OK    PIC     X(001) VALUE 'N'.
         88        WS-SEQ-OK               VALUE 'S'.
      *
      *        --- MENSALIDADE LIDA DO CURSOR (DEMAIS COLUNAS NAS ----
      *        --- BOOKS SAGTBS10 E SAGTBS01) ------------------------
       01          WS-VL-SERVICO   PIC     S9(005)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-NO-CURSO     PIC     X(040) VALUE SPACES.
      *
       01          WS-NU-COMPETENCIA
                                   PIC     9(006) VALUE ZERO.
       01          FILLER          REDEFINES      WS-NU-COMPETENCIA.
         03        WS-ANO-COMPET   PIC     9(004).
         03        WS-MES-COMPET   PIC     9(002).
      *
      /**-----------------------------------------------------------***
      ***      AREA DO CARTAO DE PARAMETRO                          ***
      ***-----------------------------------------------------------***
      *
       01          WS-PARM-SYSIN.
           03      WS-PRM-DT-MOVIMENTO.
             05    WS-PRM-DIA      PIC     9(002).
             05    WS-PRM-PONTO-1  PIC     X(001).
             05    WS-PRM-MES      PIC     9(002).
             05    WS-PRM-PONTO-2  PIC     X(001).
             05    WS-PRM-ANO      PIC     9(004).
           03      FILLER          PIC     X(001).
           03      WS-PRM-NU-INSCR-MUN
                                   PIC     X(008).
           03      FILLER          REDEFINES       WS-PRM-NU-INSCR-MUN.
             05    WS-PRM-INSCR-MUN-N
                                   PIC     9(008).
           03      FILLER          PIC     X(061).
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE CPF (EDICAO)                   ***
      ***-----------------------------------------------------------***
      *
       01          WS-CPF-NUM      PIC     9(011).
       01          FILLER          REDEFINES      WS-CPF-NUM.
         03        WS-CPF-P1       PIC     999.
         03        WS-CPF-P2       PIC     999.
         03        WS-CPF-P3       PIC     999.
         03        WS-CPF-P4       PIC     99.
      *
       01          WS-CPF-EDT.
           03      WS-CPF-EDT-P1   PIC     999.
           03      FILLER          PIC     X(001)  VALUE '.'.
           03      WS-CPF-EDT-P2   PIC     999.
           03      FILLER          PIC     X(001)  VALUE '.'.
           03      WS-CPF-EDT-P3   PIC     999.
           03      FILLER          PIC     X(001)  VALUE '-'.
           03      WS-CPF-EDT-P4   PIC     99.
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
      ***      REGISTROS DO ARQUIVO DE RPS (LAYOUT DA PREFEITURA)   ***
      ***-----------------------------------------------------------***
      *
      *        --- CABECALHO (TIPO 1): VERSAO DO LAYOUT, INSCRICAO ---
      *        --- MUNICIPAL DO PRESTADOR E PERIODO DOS RPS -------
       01          WS-RPS-HEADER.
           03      FILLER          PIC     X(001) VALUE '1'.
           03      FILLER          PIC     X(003) VALUE '001'.
           03      WS-HDR-NU-INSCR-MUN
                                   PIC     9(008).
           03      WS-HDR-DT-INICIO.
             05    WS-HDR-INI-ANO  PIC     9(004).
             05    WS-HDR-INI-MES  PIC     9(002).
             05    WS-HDR-INI-DIA  PIC     9(002).
           03      WS-HDR-DT-FIM.
             05    WS-HDR-FIM-ANO  PIC     9(004).
             05    WS-HDR-FIM-MES  PIC     9(002).
             05    WS-HDR-FIM-DIA  PIC     9(002).
           03      FILLER          PIC     X(532) VALUE SPACES.
      *
      *        --- DETALHE (TIPO 2): UM RPS POR MENSALIDADE ----------
       01          WS-RPS-DETALHE.
           03      FILLER          PIC     X(001) VALUE '2'.
           03      FILLER          PIC     X(005) VALUE 'RPS'.
           03      FILLER          PIC     X(005) VALUE 'SAG'.
           03      WS-DTL-NU-RPS   PIC     9(012).
           03      WS-DTL-DT-EMISSAO.
             05    WS-DTL-EMI-ANO  PIC     9(004).
             05    WS-DTL-EMI-MES  PIC     9(002).
             05    WS-DTL-EMI-DIA  PIC     9(002).
      *            --- T = TRIBUTADO NO MUNICIPIO --------------------
           03      FILLER          PIC     X(001) VALUE 'T'.
           03      WS-DTL-VL-SERVICO
                                   PIC     9(013)V9(002).
           03      WS-DTL-VL-DEDUCOES
                                   PIC     9(013)V9(002).
           03      WS-DTL-CO-SERVICO
                                   PIC     9(005).
           03      WS-DTL-PC-ALIQUOTA
                                   PIC     9(002)V9(002).
      *            --- ISS RETIDO: 2 = NAO ---------------------------
           03      FILLER          PIC     X(001) VALUE '2'.
      *            --- TOMADOR: 1 = CPF / 3 = NAO INFORMADO ----------
           03      WS-DTL-IC-CPF-CNPJ
                                   PIC     X(001).
           03      WS-DTL-NU-CPF   PIC     9(014).
           03      WS-DTL-NU-INSCR-MUN-TOM
                                   PIC     9(008) VALUE ZERO.
           03      WS-DTL-NU-INSCR-EST-TOM
                                   PIC     9(012) VALUE ZERO.
           03      WS-DTL-NO-TOMADOR
                                   PIC     X(075).
           03      WS-DTL-TP-ENDERECO
                                   PIC     X(003) VALUE SPACES.
           03      WS-DTL-NO-LOGRADOURO
                                   PIC     X(050).
           03      WS-DTL-NU-ENDERECO
                                   PIC     X(010).
           03      WS-DTL-COMPLEMENTO
                                   PIC     X(030) VALUE SPACES.
           03      WS-DTL-NO-BAIRRO
                                   PIC     X(030).
           03      WS-DTL-NO-CIDADE
                                   PIC     X(050).
           03      WS-DTL-SG-UF    PIC     X(002).
           03      WS-DTL-NU-CEP   PIC     X(008).
           03      WS-DTL-NO-E-MAIL
                                   PIC     X(075).
           03      WS-DTL-DISCRIMINACAO.
             05    FILLER          PIC     X(021) VALUE
                  'MENSALIDADE DO CURSO '.
             05    WS-DTL-NO-CURSO PIC     X(040).
             05    FILLER          PIC     X(015) VALUE
                  ' - COMPETENCIA '.
             05    WS-DTL-MES-COMPET
                                   PIC     9(002).
             05    FILLER          PIC     X(001) VALUE '/'.
             05    WS-DTL-ANO-COMPET
                                   PIC     9(004).
             05    FILLER          PIC     X(037) VALUE SPACES.
      *
      *        --- RODAPE (TIPO 9): QUANTIDADE E TOTAIS DOS RPS ------
       01          WS-RPS-TRAILER.
           03      FILLER          PIC     X(001) VALUE '9'.
           03      WS-TRL-QT-RPS   PIC     9(007).
           03      WS-TRL-VL-SERVICOS
                                   PIC     9(013)V9(002).
           03      WS-TRL-VL-DEDUCOES
                                   PIC     9(013)V9(002) VALUE ZERO.
           03      FILLER          PIC     X(522) VALUE SPACES.
      *
      /**-----------------------------------------------------------***
      ***      LINHAS DE IMPRESSAO DO RELATORIO                     ***
      ***-----------------------------------------------------------***
      *
       01          WS-CAB-01.
           03      FILLER          PIC     X(001) VALUE '1'.
           03      FILLER          PIC     X(017) VALUE
                  'SISAG - SAGBB060'.
           03      FILLER          PIC     X(040) VALUE
                  'RPS PARA NFS-E - PAGAMENTOS DE '.
           03      WS-CAB-01-DATA  PIC     X(010).
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
           03      FILLER          PIC     X(013) VALUE
                  'NUMERO RPS   '.
           03      FILLER          PIC     X(011) VALUE 'ALUNO      '.
           03      FILLER          PIC     X(042) VALUE
                  'NOME DO TOMADOR'.
           03      FILLER          PIC     X(015) VALUE
                  'CPF            '.
           03      FILLER          PIC     X(007) VALUE 'CURSO  '.
           03      FILLER          PIC     X(009) VALUE 'COMPET.  '.
           03      FILLER          PIC     X(017) VALUE
                  '   VALOR SERVICO'.
           03      FILLER          PIC     X(010) VALUE '  ENVIO'.
      *
       01          WS-DET-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DET-NU-RPS   PIC     ZZZZZZZZZZZ9.
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-CO-ALUNO PIC     ZZZZZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-NO-ALUNO PIC     X(040).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-NU-CPF   PIC     X(014).
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-CO-CURSO PIC     ZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-COMPET   PIC     9(006).
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-VL-SERVICO
                                   PIC     ZZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-IC-ENVIO PIC     X(010).
      *
       01          WS-DET-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(060) VALUE
                  'NENHUMA MENSALIDADE PAGA A ENVIAR A PREFEITURA'.
      *
       01          WS-DET-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DET-MSG-PARAMETRO
                                   PIC     X(100).
      *
       01          WS-MSG-SEM-INSCR-MUN.
           03      FILLER          PIC     X(047) VALUE
                  'INSCRICAO MUNICIPAL DA ESCOLA NAO INFORMADA NO '.
           03      FILLER          PIC     X(053) VALUE
                  'CARTAO (COLUNAS 12-19) - ARQUIVO NAO GERADO'.
      *
       01          WS-MSG-SEM-CO-SERVICO.
           03      FILLER          PIC     X(045) VALUE
                  'CODIGO DO SERVICO (CO_SERVICO_NFSE) AUSENTE '.
           03      FILLER          PIC     X(055) VALUE
                  'EM SAGTBS15 - ARQUIVO NAO GERADO'.
      *
       01          WS-TOT-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'MENSALIDADES SELECIONADAS           : '.
           03      WS-TOT-LIDAS    PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'RPS GERADOS NO ARQUIVO              : '.
           03      WS-TOT-GERADOS  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'REENVIOS DE RPS REJEITADOS          : '.
           03      WS-TOT-REENVIOS PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'TOMADORES SEM CPF NO CADASTRO       : '.
           03      WS-TOT-SEM-CPF  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-05.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'VALOR TOTAL DOS SERVICOS (R$)       : '.
           03      WS-TOT-VL-SERVICO
                                   PIC     ZZZ.ZZZ.ZZ9,99.
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
                   INCLUDE SAGTBS00
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS01
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS10
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS15
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS22
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER              PIC     X(040)  VALUE
                  '** FINAL WORKING SAGBB060 **'.
      *---------------------------------------------------------------*

      *===============================================================*
       PROCEDURE                   DIVISION.
      *---------------------------------------------------------------*
      *
           PERFORM 100-00-PROCED-INICIAIS.

           PERFORM 200-00-PROCED-PRINCIPAIS
                   UNTIL   WS-FIM-CURSOR.

           PERFORM 999-00-PROCED-FINAIS.
      *
      /===============================================================*
       100-00-PROCED-INICIAIS      SECTION.
      *---------------------------------------------------------------*
      *
           OPEN    OUTPUT  ARQRPS
                           RELATORIO.

           PERFORM 110-00-DATA-DO-MOVIMENTO.

           PERFORM 105-00-CONTROLE-INICIO.

           MOVE    WS-DT-MOVIMENTO TO      WS-CAB-01-DATA.

           PERFORM 280-00-IMPRIME-CABECALHO.

           PERFORM 120-00-VALIDA-PARAMETROS.

           PERFORM 150-00-GRAVA-HEADER.

           EXEC    SQL

                   DECLARE C060MEN CURSOR FOR

                   SELECT  M.CO_ALUNO          ,
                           M.CO_CURSO          ,
                           M.NU_COMPETENCIA    ,
                           M.NU_RPS            ,
                           CASE WHEN M.VL_PRINCIPAL_PAGO > 0
                                THEN M.VL_PRINCIPAL_PAGO
                                ELSE VALUE(M.VL_PAGO , 0)
                           END                 ,
                           A.NO_ALUNO          ,
                           A.NU_CPF            ,
                           VALUE(A.NO_LOGRADOURO , ' ') ,
                           VALUE(A.NU_ENDERECO   , ' ') ,
                           VALUE(A.NO_BAIRRO     , ' ') ,
                           VALUE(A.NO_CIDADE     , ' ') ,
                           VALUE(A.SG_UF         , ' ') ,
                           VALUE(A.NU_CEP        , ' ') ,
                           VALUE(A.NO_E_MAIL     , ' ') ,
                           VALUE((SELECT MIN(T.NO_CURSO)
                                  FROM   DB2.SAGTBS06_TURMAS T
                                  WHERE  T.CO_CURSO = M.CO_CURSO)
                                 , ' ')

                   FROM    DB2.SAGTBS10_MENSALIDADES M ,
                           DB2.SAGTBS01_ALUNOS       A

                   WHERE   M.IC_SITUACAO  = 'P'
                   AND     M.NU_NFSE      = 0
                   AND     A.CO_ALUNO     = M.CO_ALUNO
                   AND   ((M.DT_PAGAMENTO = :WS-DT-MOVIMENTO
                   AND     M.NU_RPS       = 0)
                    OR    (M.NU_RPS       > 0
                   AND     EXISTS
                          (SELECT 1
                           FROM   DB2.SAGTBS22_RPS R
                           WHERE  R.NU_RPS      = M.NU_RPS
                           AND    R.IC_SITUACAO = 'R')))

                   ORDER BY M.CO_ALUNO , M.CO_CURSO , M.NU_COMPETENCIA

           END-EXEC.

           EXEC    SQL
                   OPEN    C060MEN
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           PERFORM 210-00-FETCH-C060MEN.

           IF      WS-FIM-CURSOR
                   WRITE   REL-REGISTRO    FROM    WS-DET-02
                                   AFTER   ADVANCING 1 LINE
                   ADD     1       TO      WS-NU-LINHA
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
      *    DO MOVIMENTO E INFORMADA NO CARTAO (A MENSALIDADE COM RPS  *
      *    JA GERADO NAO E SELECIONADA DE NOVO).                      *
      *---------------------------------------------------------------*
      *
           MOVE    01              TO      RUCTL-ACAO.
           MOVE    'SAGBB060'      TO      RUCTL-NO-JOB.
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
                   CLOSE   ARQRPS
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
                   CLOSE   ARQRPS
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
      *    DATA DO MOVIMENTO (DATA DE PAGAMENTO DAS MENSALIDADES): A  *
      *    DO CARTAO SYSIN (DD.MM.AAAA), QUANDO INFORMADA E VALIDA;   *
      *    CASO CONTRARIO A DATA CORRENTE. A DATA CORRENTE E A DATA   *
      *    DE EMISSAO DOS RPS.                                        *
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
       120-00-VALIDA-PARAMETROS    SECTION.
      *---------------------------------------------------------------*
      *
      *    A INSCRICAO MUNICIPAL DA ESCOLA (CARTAO, COLUNAS 12-19) E  *
      *    O CODIGO DO SERVICO (SAGTBS15, CO_SERVICO_NFSE) SAO        *
      *    OBRIGATORIOS: SEM ELES A PREFEITURA RECUSA O LOTE INTEIRO  *
      *    E A RODADA TERMINA COM RETURN-CODE 08, SEM GERAR RPS. A    *
      *    ALIQUOTA DO ISS AUSENTE VAI ZERADA (A PREFEITURA APLICA A  *
      *    DO CODIGO DO SERVICO).                                     *
      *---------------------------------------------------------------*
      *
           IF      WS-PRM-NU-INSCR-MUN
                               NOT NUMERIC OR
                   WS-PRM-INSCR-MUN-N
                                   EQUAL   ZERO
                   MOVE WS-MSG-SEM-INSCR-MUN
                                   TO      WS-DET-MSG-PARAMETRO
                   PERFORM         130-00-ENCERRA-SEM-GERAR
           END-IF.

           MOVE    WS15-CH-CO-SERVICO
                                   TO      PAR-NO-PARAMETRO.

           PERFORM 135-00-SELECT-PARAMETRO.

           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-CO-SERVICO.

           IF      WS-CO-SERVICO   EQUAL   ZERO
                   MOVE WS-MSG-SEM-CO-SERVICO
                                   TO      WS-DET-MSG-PARAMETRO
                   PERFORM         130-00-ENCERRA-SEM-GERAR
           END-IF.

           MOVE    WS15-CH-PC-ALIQ-ISS
                                   TO      PAR-NO-PARAMETRO.

           PERFORM 135-00-SELECT-PARAMETRO.

           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PC-ALIQUOTA.
      *
      *---------------------------------------------------------------*
       120-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       130-00-ENCERRA-SEM-GERAR    SECTION.
      *---------------------------------------------------------------*
      *
      *    PARAMETRO OBRIGATORIO AUSENTE: IMPRIME O MOTIVO E ENCERRA  *
      *    A RODADA SEM GERAR RPS, COM RETURN-CODE 08.                *
      *---------------------------------------------------------------*
      *
           WRITE   REL-REGISTRO    FROM    WS-DET-03
                                   AFTER   ADVANCING 2 LINES.

           CLOSE   ARQRPS
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
       135-00-SELECT-PARAMETRO     SECTION.
      *---------------------------------------------------------------*
      *
      *    LE O PARAMETRO CUJO NOME ESTA EM PAR-NO-PARAMETRO. O       *
      *    PARAMETRO AUSENTE DA TABELA (OU NEGATIVO) VALE ZERO.       *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   SELECT  VL_PARAMETRO

                   INTO   :PAR-VL-PARAMETRO

                   FROM    DB2.SAGTBS15_PARAMETROS

                   WHERE   NO_PARAMETRO = :PAR-NO-PARAMETRO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE ZEROS      TO      PAR-VL-PARAMETRO
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'SELPAR'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS15' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
           END-IF.

           IF      PAR-VL-PARAMETRO
                                   LESS    ZERO
                   MOVE ZEROS      TO      PAR-VL-PARAMETRO
           END-IF.
      *
      *---------------------------------------------------------------*
       135-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       150-00-GRAVA-HEADER         SECTION.
      *---------------------------------------------------------------*
      *
      *    OS RPS SAO EMITIDOS NA DATA CORRENTE, QUE E O PERIODO      *
      *    (INICIO E FIM) INFORMADO NO CABECALHO DO LOTE.             *
      *---------------------------------------------------------------*
      *
           MOVE    WS-PRM-INSCR-MUN-N
                                   TO      WS-HDR-NU-INSCR-MUN.

           MOVE    WS-ANO-ATU      TO      WS-HDR-INI-ANO
                                           WS-HDR-FIM-ANO
                                           WS-DTL-EMI-ANO.
           MOVE    WS-MES-ATU      TO      WS-HDR-INI-MES
                                           WS-HDR-FIM-MES
                                           WS-DTL-EMI-MES.
           MOVE    WS-DIA-ATU      TO      WS-HDR-INI-DIA
                                           WS-HDR-FIM-DIA
                                           WS-DTL-EMI-DIA.

           MOVE    WS-CO-SERVICO   TO      WS-DTL-CO-SERVICO.
           MOVE    WS-PC-ALIQUOTA  TO      WS-DTL-PC-ALIQUOTA.
           MOVE    ZEROS           TO      WS-DTL-VL-DEDUCOES.

           WRITE   RPS-REGISTRO    FROM    WS-RPS-HEADER.
      *
      *---------------------------------------------------------------*
       150-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
      *    PARA CADA MENSALIDADE: OBTEM O NUMERO DO RPS, REGISTRA O   *
      *    RPS (SAGTBS22) E O NUMERO NA MENSALIDADE, GRAVA O DETALHE  *
      *    NO ARQUIVO E A LINHA NO RELATORIO. TUDO E CONFIRMADO NUM   *
      *    UNICO COMMIT NO FINAL (999): NO ABEND NADA FICA MARCADO    *
      *    COMO ENVIADO E A RODADA PODE SER REPETIDA.                 *
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-QT-LIDAS.

           PERFORM 300-00-PROXIMO-NU-RPS.

           PERFORM 220-00-REGISTRA-RPS.

           PERFORM 230-00-GRAVA-DETALHE.

           PERFORM 240-00-IMPRIME-DETALHE.

           PERFORM 210-00-FETCH-C060MEN.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-FETCH-C060MEN        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C060MEN

                   INTO   :MEN-CO-ALUNO       ,
                          :MEN-CO-CURSO       ,
                          :MEN-NU-COMPETENCIA ,
                          :MEN-NU-RPS         ,
                          :WS-VL-SERVICO      ,
                          :NO-ALUNO           ,
                          :NU-CPF             ,
                          :NO-LOGRADOURO      ,
                          :NU-ENDERECO        ,
                          :NO-BAIRRO          ,
                          :NO-CIDADE          ,
                          :SG-UF              ,
                          :NU-CEP             ,
                          :NO-E-MAIL          ,
                          :WS-NO-CURSO

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
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-REGISTRA-RPS         SECTION.
      *---------------------------------------------------------------*
      *
      *    REGISTRA O RPS GERADO (SITUACAO 'G') E GRAVA O NUMERO NA   *
      *    MENSALIDADE. NO REENVIO O RPS REJEITADO ANTERIOR FICA EM   *
      *    SAGTBS22 COMO HISTORICO E A MENSALIDADE PASSA AO NOVO.     *
      *---------------------------------------------------------------*
      *
           IF      MEN-NU-RPS      GREATER ZERO
                   ADD     1       TO      WS-QT-REENVIOS
                   MOVE 'REENVIO'  TO      WS-DET-IC-ENVIO
           ELSE
                   MOVE SPACES     TO      WS-DET-IC-ENVIO
           END-IF.

           MOVE    NU-SEQUENCIA    TO      RPS-NU-RPS.
           MOVE    MEN-CO-ALUNO    TO      RPS-CO-ALUNO.
           MOVE    MEN-CO-CURSO    TO      RPS-CO-CURSO.
           MOVE    MEN-NU-COMPETENCIA
                                   TO      RPS-NU-COMPETENCIA.
           MOVE    WS-DAT-ATU      TO      RPS-DT-GERACAO.
           MOVE    WS-VL-SERVICO   TO      RPS-VL-SERVICO.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS22_RPS

                          ( NU_RPS         ,
                            CO_ALUNO       ,
                            CO_CURSO       ,
                            NU_COMPETENCIA ,
                            DT_GERACAO     ,
                            VL_SERVICO     ,
                            IC_SITUACAO    )

                   VALUES (:RPS-NU-RPS         ,
                           :RPS-CO-ALUNO       ,
                           :RPS-CO-CURSO       ,
                           :RPS-NU-COMPETENCIA ,
                           :RPS-DT-GERACAO     ,
                           :RPS-VL-SERVICO     ,
                            'G'                )

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS22' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           EXEC    SQL

                   UPDATE  DB2.SAGTBS10_MENSALIDADES

                   SET     NU_RPS         = :RPS-NU-RPS

                   WHERE   CO_ALUNO       = :MEN-CO-ALUNO
                   AND     CO_CURSO       = :MEN-CO-CURSO
                   AND     NU_COMPETENCIA = :MEN-NU-COMPETENCIA

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-GRAVA-DETALHE        SECTION.
      *---------------------------------------------------------------*
      *
      *    DETALHE DO RPS. O TOMADOR SEM CPF NO CADASTRO VAI COM O    *
      *    INDICADOR 3 (NAO INFORMADO), COMO ACEITA A PREFEITURA PARA *
      *    PESSOA FISICA; E CONTADO NO RELATORIO PARA ACERTO.         *
      *---------------------------------------------------------------*
      *
           MOVE    RPS-NU-RPS      TO      WS-DTL-NU-RPS.
           MOVE    WS-VL-SERVICO   TO      WS-DTL-VL-SERVICO.

           IF      NU-CPF          GREATER ZERO
                   MOVE '1'        TO      WS-DTL-IC-CPF-CNPJ
                   MOVE NU-CPF     TO      WS-DTL-NU-CPF
           ELSE
                   MOVE '3'        TO      WS-DTL-IC-CPF-CNPJ
                   MOVE ZEROS      TO      WS-DTL-NU-CPF
                   ADD  1          TO      WS-QT-SEM-CPF
           END-IF.

           MOVE    NO-ALUNO        TO      WS-DTL-NO-TOMADOR.
           MOVE    NO-LOGRADOURO   TO      WS-DTL-NO-LOGRADOURO.
           MOVE    NU-ENDERECO     TO      WS-DTL-NU-ENDERECO.
           MOVE    NO-BAIRRO       TO      WS-DTL-NO-BAIRRO.
           MOVE    NO-CIDADE       TO      WS-DTL-NO-CIDADE.
           MOVE    SG-UF           TO      WS-DTL-SG-UF.
           MOVE    NU-CEP          TO      WS-DTL-NU-CEP.
           MOVE    NO-E-MAIL       TO      WS-DTL-NO-E-MAIL.

           MOVE    MEN-NU-COMPETENCIA
                                   TO      WS-NU-COMPETENCIA.
           MOVE    WS-NO-CURSO     TO      WS-DTL-NO-CURSO.
           MOVE    WS-MES-COMPET   TO      WS-DTL-MES-COMPET.
           MOVE    WS-ANO-COMPET   TO      WS-DTL-ANO-COMPET.

           WRITE   RPS-REGISTRO    FROM    WS-RPS-DETALHE.

           ADD     1               TO      WS-QT-GERADOS.
           ADD     WS-VL-SERVICO   TO      WS-VL-TOT-SERVICO.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-IMPRIME-DETALHE      SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 55
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           MOVE    RPS-NU-RPS      TO      WS-DET-NU-RPS.
           MOVE    MEN-CO-ALUNO    TO      WS-DET-CO-ALUNO.
           MOVE    NO-ALUNO        TO      WS-DET-NO-ALUNO.
           MOVE    NU-CPF          TO      WS-CPF-NUM.
           MOVE    WS-CPF-P1       TO      WS-CPF-EDT-P1.
           MOVE    WS-CPF-P2       TO      WS-CPF-EDT-P2.
           MOVE    WS-CPF-P3       TO      WS-CPF-EDT-P3.
           MOVE    WS-CPF-P4       TO      WS-CPF-EDT-P4.
           MOVE    WS-CPF-EDT      TO      WS-DET-NU-CPF.
           MOVE    MEN-CO-CURSO    TO      WS-DET-CO-CURSO.
           MOVE    MEN-NU-COMPETENCIA
                                   TO      WS-DET-COMPET.
           MOVE    WS-VL-SERVICO   TO      WS-DET-VL-SERVICO.

           WRITE   REL-REGISTRO    FROM    WS-DET-01
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
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
       300-00-PROXIMO-NU-RPS       SECTION.
      *---------------------------------------------------------------*
      *
      *    O NUMERO DO RPS E OBTIDO DA CHAVE NU_RPS DE                *
      *    SAGTBS00_CONTROLE (UPDATE ... SET NU_SEQUENCIA = +1        *
      *    SEGUIDO DE SELECT NA MESMA UNIDADE DE TRABALHO), O MESMO   *
      *    ESQUEMA DO NOSSO NUMERO DE SAGBB044. O NUMERO E DEVOLVIDO  *
      *    EM NU-SEQUENCIA.                                           *
      *---------------------------------------------------------------*
      *
           MOVE    WS00-CH-NU-RPS  TO      NO-CHAVE.

           PERFORM 300-50-OBTEM-SEQUENCIA.
      *
      *---------------------------------------------------------------*
       300-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       300-50-OBTEM-SEQUENCIA      SECTION.
      *---------------------------------------------------------------*
      *
      *    INCREMENTA E LE A LINHA DE SAGTBS00_CONTROLE CUJA CHAVE    *
      *    ESTA EM NO-CHAVE. SE A LINHA AINDA NAO EXISTIR (PRIMEIRO   *
      *    LOTE), A LINHA E SEMEADA COM ZERO (300-70) E A OPERACAO E  *
      *    REPETIDA UMA UNICA VEZ.                                    *
      *---------------------------------------------------------------*
      *
           MOVE    'N'             TO      WS-SW-SEQ-OK.
           MOVE    0               TO      WS-QT-TENTAT-CTL.

           PERFORM 300-60-ATUALIZA-SEQUENCIA
                   UNTIL   WS-SEQ-OK OR WS-QT-TENTAT-CTL GREATER 1.

           IF      NOT     WS-SEQ-OK
                   MOVE 'SELCTL'  TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS00' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       300-59-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       300-60-ATUALIZA-SEQUENCIA   SECTION.
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-QT-TENTAT-CTL.

           EXEC    SQL

                   UPDATE  DB2.SAGTBS00_CONTROLE

                   SET     NU_SEQUENCIA = NU_SEQUENCIA + 1

                   WHERE   NO_CHAVE = :NO-CHAVE

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000 AND +100
                   MOVE 'UPDCTL'  TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS00' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           EXEC    SQL

                   SELECT  NU_SEQUENCIA

                   INTO   :NU-SEQUENCIA

                   FROM    DB2.SAGTBS00_CONTROLE

                   WHERE   NO_CHAVE = :NO-CHAVE

           END-EXEC.

           IF      SQLCODE     EQUAL   +000
                   MOVE    'S'     TO      WS-SW-SEQ-OK
           ELSE
                   IF      SQLCODE EQUAL   +100
                           PERFORM 300-70-SEMEAR-CONTROLE
                   ELSE
                           MOVE 'SELCTL'  TO      WS-COMANDO-DB2
                           MOVE 'SAGTBS00' TO     WS-TABELAS-DB2
                           PERFORM         995-00-ABEND-DB2
                   END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
       300-69-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       300-70-SEMEAR-CONTROLE      SECTION.
      *---------------------------------------------------------------*
      *
      *    PRIMEIRA UTILIZACAO DESTA CHAVE: NAO HA LINHA EM           *
      *    SAGTBS00_CONTROLE AINDA. SEMEIA A LINHA COM NU_SEQUENCIA=0 *
      *    PARA QUE A PROXIMA TENTATIVA DE 300-60 A INCREMENTE PARA   *
      *    1. A DUPLICATA (-803) DE OUTRA EXECUCAO CONCORRENTE E      *
      *    IGNORADA, COMO EM SAGBB028.                                *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   INSERT  INTO    DB2.SAGTBS00_CONTROLE

                          ( NO_CHAVE    ,
                            NU_SEQUENCIA)

                   VALUES (:NO-CHAVE    ,
                           0            )

           END-EXEC.

           IF      SQLCODE  NOT EQUAL  +000 AND  -803
                   MOVE 'INSCTL'  TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS00' TO     WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       300-79-EXIT.
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
           MOVE    WS-QT-LIDAS     TO      RUCTL-QT-LIDOS.
           MOVE    WS-QT-GERADOS   TO      RUCTL-QT-GRAVADOS.
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

           CLOSE   ARQRPS
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
                   CLOSE   C060MEN
           END-EXEC.

           MOVE    WS-QT-GERADOS   TO      WS-TRL-QT-RPS.
           MOVE    WS-VL-TOT-SERVICO
                                   TO      WS-TRL-VL-SERVICOS.

           WRITE   RPS-REGISTRO    FROM    WS-RPS-TRAILER.

           EXEC    SQL
                   COMMIT
           END-EXEC.

           MOVE    WS-QT-LIDAS     TO      WS-TOT-LIDAS.
           MOVE    WS-QT-GERADOS   TO      WS-TOT-GERADOS.
           MOVE    WS-QT-REENVIOS  TO      WS-TOT-REENVIOS.
           MOVE    WS-QT-SEM-CPF   TO      WS-TOT-SEM-CPF.
           MOVE    WS-VL-TOT-SERVICO
                                   TO      WS-TOT-VL-SERVICO.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-02
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-04
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-05
                                   AFTER   ADVANCING 2 LINES.

           CLOSE   ARQRPS
                   RELATORIO.

           MOVE    0               TO      RETURN-CODE.

           PERFORM 990-00-CONTROLE-FIM.

           STOP    RUN.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *---------------------------------------------------------------*
      *                  FIM DO PROGRAMA - SAGBB060                   *
      *---------------------------------------------------------------*
