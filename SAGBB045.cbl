      *   -----------------  -------- ------------------------------- *
      *   SAGTBS10_MENSALIDADES                                        *
      *                      SAGTBS10 MENSALIDADES (BAIXA)             *
      *   SAGTBS15_PARAMETROS                                          *
      *                      SAGTBS15 PERCENTUAIS DE MULTA E JUROS     *
      *   SAGTBS18_ACORDOS   SAGTBS18 ACORDOS (QUITACAO)               *
      *   SAGTBS19_PARCELAS_ACORDO                                    *
      *                      SAGTBS19 PARCELAS DOS ACORDOS (BAIXA)     *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *                    COM TRAVA DE DUPLICIDADE E DE ORDEM DA     *
      *                    GRADE NOTURNA                              *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : TRATAMENTO DAS OCORRENCIAS 02 (ENTRADA     *
      *                    CONFIRMADA), 03 (ENTRADA REJEITADA) E      *
      *                    09/10 (BAIXADO), COM A SITUACAO DO TITULO  *
      *                    NO BANCO GRAVADA EM SAGTBS10. O TITULO E   *
      *                    LOCALIZADO PELO NOSSO NUMERO (E, NA FALTA  *
      *                    DELE, PELA CHAVE DO USO DA EMPRESA). OS    *
      *                    TITULOS REJEITADOS SAO LISTADOS COM O      *
      *                    MOTIVO DO BANCO PARA CORRECAO              *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : LIQUIDACAO APOS O VENCIMENTO: MULTA E      *
      *                    JUROS DE MORA DEVIDOS CALCULADOS COM OS    *
      *                    PARAMETROS DE SAGTBS15 (MESMO CALCULO DA   *
      *                    REMESSA - SAGBB044). O VALOR PAGO E        *
      *                    DISTRIBUIDO EM PRINCIPAL, MULTA E JUROS E  *
      *                    GRAVADO NA MENSALIDADE. PAGAMENTO A MAIOR  *
      *                    SO QUANDO EXCEDE O PRINCIPAL MAIS OS       *
      *                    ENCARGOS DEVIDOS. TOTAIS DE MULTA E JUROS  *
      *                    RECEBIDOS NO RELATORIO                     *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : FORMA DA BAIXA: A BAIXA PELO RETORNO GRAVA *
      *                    IC_FORMA_BAIXA = 'B'. LIQUIDACAO NO BANCO  *
      *                    DE TITULO JA PAGO NO CAIXA DO BALCAO       *
      *                    (SAGBB055) E LISTADA COMO DIVERGENCIA      *
      *                    'PAGO NO BALCAO - DEVOLVER' PARA DEVOLUCAO *
      *                    DO VALOR AO ALUNO, COM TOTAL DE QUANTIDADE *
      *                    E VALOR A DEVOLVER NO RELATORIO            *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : PARCELAS DE ACORDO DE PARCELAMENTO         *
      *                    (SAGTBS19, TIPO 'P' NO USO DA EMPRESA):    *
      *                    LOCALIZADAS PELO NOSSO NUMERO, BAIXADAS    *
      *                    COM O MESMO CALCULO DE MULTA E JUROS DA    *
      *                    MENSALIDADE; O ACORDO SEM PARCELA EM       *
      *                    ABERTO PASSA A QUITADO (SAGTBS18).         *
      *                    LIQUIDACAO NO BANCO DE MENSALIDADE         *
      *                    RENEGOCIADA E LISTADA COMO DIVERGENCIA     *
      *                    'MENSALIDADE EM ACORDO - DEVOLVER'         *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : PAGAMENTO ATE O VENCIMENTO COM O DESCONTO  *
      *                    DE PONTUALIDADE (VL_DESC_PONTUAL) ABATIDO  *
      *                    DO PRINCIPAL; APOS O VENCIMENTO, PRINCIPAL *
      *                    COBRADO SEM O DESCONTO. NOVA DIVERGENCIA   *
      *                    'ENCARGOS NAO PAGOS' (PRINCIPAL QUITADO E  *
      *                    MULTA/JUROS PAGOS A MENOR)                 *
      *                                                               *
      *===============================================================*

      *===============================================================*
             05 RET-CO-ALUNO      PIC     9(009).
             05 RET-CO-CURSO      PIC     9(005).
             05 RET-COMPETENCIA   PIC     9(006).
             05 RET-TP-TITULO     PIC     X(001).
               88 RET-TITULO-PARCELA      VALUE 'P'.
             05 FILLER            PIC     X(004).
           03  RET-NOSSO-NUMERO    PIC     9(012).
           03  RET-CD-OCORRENCIA   PIC     X(002).
           03  RET-DT-OCORRENCIA.
             05 RET-OC-MES        PIC     9(002).
             05 RET-OC-ANO        PIC     9(002).
           03  RET-VL-PAGO         PIC     9(011)V9(002).
           03  FILLER              PIC     X(243).
           03  RET-MOTIVO-REJEICAO PIC     X(010).
           03  FILLER              PIC     X(066).
           03  RET-NU-SEQ          PIC     9(006).
      *
       FD      RELATORIO
       01          WS-QT-JA-BAIXADA
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-CANCELADA PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-PAGO-BALCAO
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-IGNORADOS PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-CONFIRMADAS
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-REJEITADAS
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-BAIXA-BANCO
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-BAIXA-ABERTA
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-PARC-BAIXADAS
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-ACORDO-QUITADO
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-RENEGOCIADA
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-COMMIT    PIC     9(003) COMP   VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-NU-PAGINA    PIC     9(003) COMP-3 VALUE ZERO.
      *
       01          WS-VL-PAGO-RET  PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
      *        --- ENCARGOS POR ATRASO (PARAMETROS DE SAGTBS15) ------
       01          WS-PC-MULTA     PIC     S9(003)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-PC-JUROS-DIA PIC     S9(003)V9(004)
                                                   COMP-3 VALUE ZERO.
       01          WS-QT-DIAS-ATRASO
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-VL-MORA-DIA  PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-MULTA-DEV PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-JUROS-DEV PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-ENCARGOS  PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-PRINCIPAL-DEV
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-DEVIDO    PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-SALDO-PAGO
                                   PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-QT-EM-ATRASO PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-VL-TOT-MULTA PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-TOT-DEVOLVER
                                   PIC     S9(009)V9(002)
                                           COMP-3 VALUE ZERO.
       01          WS-VL-TOT-JUROS PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
       01          WS-SW-FIM-ARQ   PIC     X(001) VALUE 'N'.
         88        WS-FIM-ARQUIVO          VALUE 'S'.
      *
       01          WS-SW-TITULO    PIC     X(001) VALUE 'N'.
         88        WS-TITULO-ENCONTRADO    VALUE 'S'.
      *
       01          WS-IC-SIT-BANCO-NOVA
                                   PIC     X(001) VALUE SPACE.
      *
      /**-----------------------------------------------------------***
      ***          AREA DE TRATAMENTO DE DATA                       ***
                  'OCORRENCIA                '.
           03      FILLER          PIC     X(011) VALUE 'ALUNO      '.
           03      FILLER          PIC     X(007) VALUE 'CURSO  '.
           03      FILLER          PIC     X(009) VALUE 'COMPET.  '.
           03      FILLER          PIC     X(017) VALUE
                  'VALOR TITULO     '.
           03      FILLER          PIC     X(013) VALUE
                  'ENCARGOS     '.
           03      FILLER          PIC     X(017) VALUE
                  'VALOR PAGO       '.
           03      FILLER          PIC     X(015) VALUE
                  'NOSSO NUMERO   '.
           03      FILLER          PIC     X(006) VALUE 'MOTIVO'.
      *
       01          WS-DET-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DET-CO-CURSO PIC     ZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-COMPET   PIC     9(006).
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-VL-TIT   PIC     ZZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-VL-ENCARG
                                   PIC     ZZZ.ZZ9,99.
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-VL-PAGO  PIC     ZZZ.ZZZ.ZZ9,99.
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-NOSSO-NUM
                                   PIC     9(012).
           03      FILLER          PIC     X(003) VALUE SPACES.
           03      WS-DET-MOTIVO   PIC     X(010) VALUE SPACES.
      *
       01          WS-TOT-01.
           03      FILLER          PIC     X(001) VALUE ' '.
       01          WS-TOT-07.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'REGISTROS IGNORADOS (OUTRAS OCORR.) : '.
           03      WS-TOT-IGNOR    PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-08.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'ENTRADAS CONFIRMADAS PELO BANCO     : '.
           03      WS-TOT-CONFIRM  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-09.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'ENTRADAS REJEITADAS (A CORRIGIR)    : '.
           03      WS-TOT-REJEIT   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-10.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'TITULOS BAIXADOS PELO BANCO         : '.
           03      WS-TOT-BX-BANCO PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-11.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'BAIXADOS NO BANCO AINDA EM ABERTO   : '.
           03      WS-TOT-BX-ABERT PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-12.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'LIQUIDACOES APOS O VENCIMENTO       : '.
           03      WS-TOT-ATRASO   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-13.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'MULTA POR ATRASO RECEBIDA (R$)      : '.
           03      WS-TOT-VL-MULTA PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-14.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'JUROS DE MORA RECEBIDOS (R$)        : '.
           03      WS-TOT-VL-JUROS PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-15.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'PAGAS NO BALCAO/LIQUIDADAS NO BANCO : '.
           03      WS-TOT-PG-BALCAO
                                   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-16.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'VALOR A DEVOLVER AOS ALUNOS (R$)    : '.
           03      WS-TOT-VL-DEVOLVER
                                   PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-17.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'MENSALIDADES EM ACORDO LIQUIDADAS   : '.
           03      WS-TOT-RENEGOC  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-18.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'PARCELAS DE ACORDO BAIXADAS (PAGAS) : '.
           03      WS-TOT-PARC-BAIX
                                   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-19.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'ACORDOS QUITADOS                    : '.
           03      WS-TOT-ACD-QUIT PIC     ZZZ.ZZ9.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE MENSAGENS                                    ***
           EXEC    SQL
                   INCLUDE SAGTBS10
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS15
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS18
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS19
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER              PIC     X(040)  VALUE

           PERFORM 105-00-CONTROLE-INICIO.

           PERFORM 130-00-LE-PARAMETROS.

           PERFORM 280-00-IMPRIME-CABECALHO.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       130-00-LE-PARAMETROS        SECTION.
      *---------------------------------------------------------------*
      *
      *    LE OS PERCENTUAIS DE MULTA POR ATRASO E DE JUROS DE MORA   *
      *    AO DIA DE SAGTBS15_PARAMETROS, COM A MESMA PRECISAO COM    *
      *    QUE A REMESSA (SAGBB044) OS ENVIA AO BANCO (MULTA COM 2    *
      *    DECIMAIS, JUROS COM 4).                                    *
      *---------------------------------------------------------------*
      *
           MOVE    WS15-CH-PC-MULTA
                                   TO      PAR-NO-PARAMETRO.

           PERFORM 135-00-SELECT-PARAMETRO.

           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PC-MULTA.

           MOVE    WS15-CH-PC-JUROS-DIA
                                   TO      PAR-NO-PARAMETRO.

           PERFORM 135-00-SELECT-PARAMETRO.

           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PC-JUROS-DIA.
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
      *    PARAMETRO AUSENTE DA TABELA (OU NEGATIVO) VALE ZERO, OU    *
      *    SEJA, SEM COBRANCA DO ENCARGO.                             *
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
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
      *    SO OS DETALHES (TIPO 1) DE LIQUIDACAO (OCORRENCIA 06)      *
      *    GERAM BAIXA DA MENSALIDADE. AS OCORRENCIAS 02 (ENTRADA     *
      *    CONFIRMADA), 03 (ENTRADA REJEITADA) E 09/10 (BAIXADO)      *
      *    ATUALIZAM A SITUACAO DO TITULO NO BANCO. HEADER, TRAILER   *
      *    E DEMAIS OCORRENCIAS DO BANCO SAO CONTADOS COMO IGNORADOS. *
      *---------------------------------------------------------------*
      *
           IF      RET-TP-REGISTRO NOT EQUAL   '1'
                   ADD     1       TO      WS-QT-IGNORADOS
                   PERFORM         900-00-LER-REGISTRO
                   GO   TO         200-99-EXIT
           END-IF.

           EVALUATE        RET-CD-OCORRENCIA

               WHEN    '06'
                       ADD     1       TO      WS-QT-LIDOS
                       PERFORM 210-00-PROCESSA-LIQUIDACAO

               WHEN    '02'
                       PERFORM 230-00-PROCESSA-ENTRADA

               WHEN    '03'
                       PERFORM 235-00-PROCESSA-REJEICAO

               WHEN    '09'
               WHEN    '10'
                       PERFORM 240-00-PROCESSA-BAIXA-BANCO

               WHEN    OTHER
                       ADD     1       TO      WS-QT-IGNORADOS

           END-EVALUATE.

           PERFORM 900-00-LER-REGISTRO.
      *
      *---------------------------------------------------------------*
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       205-00-LOCALIZA-TITULO      SECTION.
      *---------------------------------------------------------------*
      *
      *    O TITULO E LOCALIZADO PELO NOSSO NUMERO GRAVADO NA         *
      *    REMESSA (SAGBB044). O TITULO REMETIDO ANTES DA GRAVACAO DO *
      *    NOSSO NUMERO, OU NAO ACHADO POR ELE, E PROCURADO PELA      *
      *    CHAVE ALUNO/CURSO/COMPETENCIA DO CAMPO DE USO DA EMPRESA.  *
      *    TITULO NAO ENCONTRADO E LISTADO COMO DIVERGENCIA. A        *
      *    PARCELA DE ACORDO (TIPO 'P') E LOCALIZADA EM 207.          *
      *---------------------------------------------------------------*
      *
           MOVE    'N'             TO      WS-SW-TITULO.
           MOVE    ZEROS           TO      WS-VL-ENCARGOS.

           IF      RET-TITULO-PARCELA
                   PERFORM         207-00-LOCALIZA-PARCELA
                   GO   TO         205-99-EXIT
           END-IF.

           IF      RET-NOSSO-NUMERO
                                   NUMERIC AND
                   RET-NOSSO-NUMERO
                                   GREATER ZEROS

                   MOVE    RET-NOSSO-NUMERO
                                   TO      MEN-NU-NOSSO-NUMERO

                   EXEC    SQL

                           SELECT  CO_ALUNO          ,
                                   CO_CURSO          ,
                                   NU_COMPETENCIA    ,
                                   VL_MENSALIDADE    ,
                                   DT_VENCIMENTO     ,
                                   IC_SITUACAO       ,
                                   IC_SITUACAO_BANCO ,
                                   IC_FORMA_BAIXA    ,
                                   VL_DESC_PONTUAL

                           INTO   :MEN-CO-ALUNO          ,
                                  :MEN-CO-CURSO          ,
                                  :MEN-NU-COMPETENCIA    ,
                                  :MEN-VL-MENSALIDADE    ,
                                  :MEN-DT-VENCIMENTO     ,
                                  :MEN-IC-SITUACAO       ,
                                  :MEN-IC-SITUACAO-BANCO ,
                                  :MEN-IC-FORMA-BAIXA    ,
                                  :MEN-VL-DESC-PONTUAL

                           FROM    DB2.SAGTBS10_MENSALIDADES

                           WHERE   NU_NOSSO_NUMERO =
                                               :MEN-NU-NOSSO-NUMERO

                   END-EXEC

                   IF      SQLCODE EQUAL   +000
                           MOVE 'S'        TO WS-SW-TITULO
                           GO   TO         205-99-EXIT
                   END-IF

                   IF      SQLCODE NOT EQUAL   +100
                           MOVE 'SELNNU'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS10' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF

           END-IF.

           MOVE    RET-CO-ALUNO    TO      MEN-CO-ALUNO.
           MOVE    RET-CO-CURSO    TO      MEN-CO-CURSO.
           MOVE    RET-COMPETENCIA TO      MEN-NU-COMPETENCIA.

           EXEC    SQL

                   SELECT  VL_MENSALIDADE    ,
                           DT_VENCIMENTO     ,
                           IC_SITUACAO       ,
                           IC_SITUACAO_BANCO ,
                           IC_FORMA_BAIXA    ,
                           VL_DESC_PONTUAL

                   INTO   :MEN-VL-MENSALIDADE    ,
                          :MEN-DT-VENCIMENTO     ,
                          :MEN-IC-SITUACAO       ,
                          :MEN-IC-SITUACAO-BANCO ,
                          :MEN-IC-FORMA-BAIXA    ,
                          :MEN-VL-DESC-PONTUAL

                   FROM    DB2.SAGTBS10_MENSALIDADES

                                   TO      WS-DET-OCORR
                   MOVE ZEROS      TO      MEN-VL-MENSALIDADE
                   PERFORM         250-00-IMPRIME-DIVERGENCIA
                   GO   TO         205-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'S'             TO      WS-SW-TITULO.
      *
      *---------------------------------------------------------------*
       205-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       207-00-LOCALIZA-PARCELA     SECTION.
      *---------------------------------------------------------------*
      *
      *    A PARCELA DE ACORDO (SAGTBS19) E LOCALIZADA SO PELO NOSSO  *
      *    NUMERO. OS SEUS DADOS SAO CARREGADOS NOS CAMPOS DA         *
      *    MENSALIDADE (MEN-), COM O MESMO DOMINIO DE SITUACAO, PARA  *
      *    QUE A LIQUIDACAO E A SITUACAO NO BANCO SIGAM O MESMO       *
      *    TRATAMENTO; AS ATUALIZACOES VAO PARA SAGTBS19 (222/227).   *
      *---------------------------------------------------------------*
      *
           IF      RET-NOSSO-NUMERO
                                   NOT NUMERIC
                   MOVE ZEROS      TO      PAC-NU-NOSSO-NUMERO
           ELSE
                   MOVE RET-NOSSO-NUMERO
                                   TO      PAC-NU-NOSSO-NUMERO
           END-IF.

           EXEC    SQL

                   SELECT  NU_ACORDO         ,
                           NU_PARCELA        ,
                           CO_ALUNO          ,
                           CO_CURSO          ,
                           VL_PARCELA        ,
                           DT_VENCIMENTO     ,
                           IC_SITUACAO       ,
                           IC_SITUACAO_BANCO ,
                           IC_FORMA_BAIXA

                   INTO   :PAC-NU-ACORDO         ,
                          :PAC-NU-PARCELA        ,
                          :PAC-CO-ALUNO          ,
                          :PAC-CO-CURSO          ,
                          :PAC-VL-PARCELA        ,
                          :PAC-DT-VENCIMENTO     ,
                          :PAC-IC-SITUACAO       ,
                          :PAC-IC-SITUACAO-BANCO ,
                          :PAC-IC-FORMA-BAIXA

                   FROM    DB2.SAGTBS19_PARCELAS_ACORDO

                   WHERE   NU_NOSSO_NUMERO = :PAC-NU-NOSSO-NUMERO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   ADD     1       TO      WS-QT-NAO-ENC
                   MOVE 'TITULO NAO ENCONTRADO'
                                   TO      WS-DET-OCORR
                   MOVE ZEROS      TO      MEN-VL-MENSALIDADE
                   PERFORM         250-00-IMPRIME-DIVERGENCIA
                   GO   TO         207-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELPAC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    PAC-CO-ALUNO    TO      MEN-CO-ALUNO.
           MOVE    PAC-CO-CURSO    TO      MEN-CO-CURSO.
           MOVE    RET-COMPETENCIA TO      MEN-NU-COMPETENCIA.
           MOVE    PAC-VL-PARCELA  TO      MEN-VL-MENSALIDADE.
           MOVE    PAC-DT-VENCIMENTO
                                   TO      MEN-DT-VENCIMENTO.
           MOVE    PAC-IC-SITUACAO TO      MEN-IC-SITUACAO.
           MOVE    PAC-IC-SITUACAO-BANCO
                                   TO      MEN-IC-SITUACAO-BANCO.
           MOVE    PAC-IC-FORMA-BAIXA
                                   TO      MEN-IC-FORMA-BAIXA.
           MOVE    ZEROS           TO      MEN-VL-DESC-PONTUAL.

           MOVE    'S'             TO      WS-SW-TITULO.
      *
      *---------------------------------------------------------------*
       207-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-PROCESSA-LIQUIDACAO  SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    RET-VL-PAGO     TO      WS-VL-PAGO-RET.

           PERFORM 205-00-LOCALIZA-TITULO.

           IF      NOT     WS-TITULO-ENCONTRADO
                   GO   TO         210-99-EXIT
           END-IF.

           IF      MEN-MENSAL-PAGA      OR
                   MEN-MENSAL-CANCELADA OR
                   MEN-MENSAL-RENEGOCIADA
                   MOVE 'L'        TO      WS-IC-SIT-BANCO-NOVA
                   PERFORM         225-00-ATUALIZA-SIT-BANCO
           END-IF.

      *
      *    MENSALIDADE JA QUITADA NO CAIXA DO BALCAO (SAGBB055) E     *
      *    LIQUIDADA TAMBEM NO BANCO: O ALUNO PAGOU DUAS VEZES E O    *
      *    VALOR RECEBIDO PELO BANCO DEVE SER DEVOLVIDO.              *
      *
           IF      MEN-MENSAL-PAGA AND
                   MEN-BAIXA-BALCAO
                   ADD     1       TO      WS-QT-PAGO-BALCAO
                   ADD     WS-VL-PAGO-RET
                                   TO      WS-VL-TOT-DEVOLVER
                   MOVE 'PAGO NO BALCAO - DEVOLVER'
                                   TO      WS-DET-OCORR
                   PERFORM         250-00-IMPRIME-DIVERGENCIA
                   GO   TO         210-99-EXIT
           END-IF.

           IF      MEN-MENSAL-PAGA
                   ADD     1       TO      WS-QT-JA-BAIXADA
                   MOVE 'MENSALIDADE JA BAIXADA'
                   GO   TO         210-99-EXIT
           END-IF.

      *
      *    MENSALIDADE RENEGOCIADA EM ACORDO DE PARCELAMENTO (SAGBB057)*
      *    E LIQUIDADA NO BANCO ANTES DA BAIXA DO TITULO: A DIVIDA JA *
      *    ESTA NAS PARCELAS DO ACORDO E O VALOR DEVE SER DEVOLVIDO   *
      *    (OU COMPENSADO NO ACORDO, NA CONFERENCIA MANUAL).          *
      *
           IF      MEN-MENSAL-RENEGOCIADA
                   ADD     1       TO      WS-QT-RENEGOCIADA
                   ADD     WS-VL-PAGO-RET
                                   TO      WS-VL-TOT-DEVOLVER
                   MOVE 'MENSALIDADE EM ACORDO'
                                   TO      WS-DET-OCORR
                   PERFORM         250-00-IMPRIME-DIVERGENCIA
                   GO   TO         210-99-EXIT
           END-IF.

           PERFORM 212-00-CALCULA-ENCARGOS.

           PERFORM 215-00-DISTRIBUI-PAGAMENTO.

           PERFORM 220-00-BAIXA-MENSALIDADE.

           IF      RET-TITULO-PARCELA
                   ADD     1       TO      WS-QT-PARC-BAIXADAS
           ELSE
                   ADD     1       TO      WS-QT-BAIXADAS
           END-IF.

           ADD     MEN-VL-MULTA-PAGA
                                   TO      WS-VL-TOT-MULTA.
           ADD     MEN-VL-JUROS-PAGOS
                                   TO      WS-VL-TOT-JUROS.

           IF      WS-VL-PAGO-RET  LESS    WS-VL-PRINCIPAL-DEV
                   ADD     1       TO      WS-QT-DIVERG
                   MOVE 'PAGAMENTO A MENOR'
                                   TO      WS-DET-OCORR
                   PERFORM         250-00-IMPRIME-DIVERGENCIA
                   GO   TO         210-99-EXIT
           END-IF.

           IF      WS-VL-PAGO-RET  LESS    WS-VL-DEVIDO
                   ADD     1       TO      WS-QT-DIVERG
                   MOVE 'ENCARGOS NAO PAGOS'
                                   TO      WS-DET-OCORR
                   PERFORM         250-00-IMPRIME-DIVERGENCIA
                   GO   TO         210-99-EXIT
           END-IF.

           IF      WS-VL-PAGO-RET  GREATER WS-VL-DEVIDO
                   ADD     1       TO      WS-QT-DIVERG
                   MOVE 'PAGAMENTO A MAIOR'
                                   TO      WS-DET-OCORR
                   PERFORM         250-00-IMPRIME-DIVERGENCIA
           END-IF.
      *
      *---------------------------------------------------------------*
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       212-00-CALCULA-ENCARGOS     SECTION.
      *---------------------------------------------------------------*
      *
      *    ENCARGOS DEVIDOS NA DATA DO PAGAMENTO, NO MESMO CALCULO    *
      *    ENVIADO AO BANCO NA REMESSA (SAGBB044): MULTA UNICA DE     *
      *    WS-PC-MULTA SOBRE O VALOR DO TITULO E MORA POR DIA DE      *
      *    WS-PC-JUROS-DIA SOBRE O VALOR DO TITULO (ARREDONDADA EM    *
      *    CENTAVOS) VEZES OS DIAS CORRIDOS APOS O VENCIMENTO. O      *
      *    PAGAMENTO ATE O VENCIMENTO NAO TEM ENCARGOS E TEM O        *
      *    DESCONTO DE PONTUALIDADE (MEN-VL-DESC-PONTUAL) ABATIDO DO  *
      *    PRINCIPAL DEVIDO; APOS O VENCIMENTO O PRINCIPAL DEVIDO E O *
      *    VALOR DA MENSALIDADE SEM ESSE DESCONTO.                    *
      *---------------------------------------------------------------*
      *
           MOVE    RET-OC-DIA      TO      WS-DIA-PAG.
           MOVE    RET-OC-ANO      TO      WS-ANO-PAG-AA.

           MOVE    WS-DT-PAGAMENTO TO      MEN-DT-PAGAMENTO.

           MOVE    ZEROS           TO      WS-VL-MULTA-DEV.
           MOVE    ZEROS           TO      WS-VL-JUROS-DEV.
           MOVE    MEN-VL-MENSALIDADE
                                   TO      WS-VL-PRINCIPAL-DEV.

           EXEC    SQL
                   SET    :WS-QT-DIAS-ATRASO =
                           DAYS(:MEN-DT-PAGAMENTO) -
                           DAYS(:MEN-DT-VENCIMENTO)
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SETDIA'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-DIAS-ATRASO
                                   GREATER ZERO
                   ADD     1       TO      WS-QT-EM-ATRASO
                   COMPUTE WS-VL-MULTA-DEV ROUNDED =
                           MEN-VL-MENSALIDADE * WS-PC-MULTA / 100
                   COMPUTE WS-VL-MORA-DIA  ROUNDED =
                           MEN-VL-MENSALIDADE * WS-PC-JUROS-DIA / 100
                   COMPUTE WS-VL-JUROS-DEV =
                           WS-VL-MORA-DIA * WS-QT-DIAS-ATRASO
           ELSE
                   COMPUTE WS-VL-PRINCIPAL-DEV =
                           MEN-VL-MENSALIDADE - MEN-VL-DESC-PONTUAL
           END-IF.

           COMPUTE WS-VL-ENCARGOS  =
                   WS-VL-MULTA-DEV + WS-VL-JUROS-DEV.

           COMPUTE WS-VL-DEVIDO    =
                   WS-VL-PRINCIPAL-DEV + WS-VL-ENCARGOS.
      *
      *---------------------------------------------------------------*
       212-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       215-00-DISTRIBUI-PAGAMENTO  SECTION.
      *---------------------------------------------------------------*
      *
      *    O VALOR PAGO QUITA PRIMEIRO O PRINCIPAL DEVIDO (212),      *
      *    DEPOIS A MULTA E POR ULTIMO OS JUROS, CADA PARCELA         *
      *    LIMITADA AO VALOR DEVIDO. O QUE EXCEDER O TOTAL DEVIDO     *
      *    FICA SO EM VL_PAGO (PAGAMENTO A MAIOR, A DEVOLVER).        *
      *---------------------------------------------------------------*
      *
           MOVE    WS-VL-PAGO-RET  TO      WS-VL-SALDO-PAGO.
           MOVE    ZEROS           TO      MEN-VL-PRINCIPAL-PAGO.
           MOVE    ZEROS           TO      MEN-VL-MULTA-PAGA.
           MOVE    ZEROS           TO      MEN-VL-JUROS-PAGOS.

           IF      WS-VL-SALDO-PAGO
                                   GREATER WS-VL-PRINCIPAL-DEV
                   MOVE WS-VL-PRINCIPAL-DEV
                                   TO      MEN-VL-PRINCIPAL-PAGO
                   SUBTRACT WS-VL-PRINCIPAL-DEV
                                   FROM    WS-VL-SALDO-PAGO
           ELSE
                   MOVE WS-VL-SALDO-PAGO
                                   TO      MEN-VL-PRINCIPAL-PAGO
                   GO   TO         215-99-EXIT
           END-IF.

           IF      WS-VL-SALDO-PAGO
                                   GREATER WS-VL-MULTA-DEV
                   MOVE WS-VL-MULTA-DEV
                                   TO      MEN-VL-MULTA-PAGA
                   SUBTRACT WS-VL-MULTA-DEV
                                   FROM    WS-VL-SALDO-PAGO
           ELSE
                   MOVE WS-VL-SALDO-PAGO
                                   TO      MEN-VL-MULTA-PAGA
                   GO   TO         215-99-EXIT
           END-IF.

           IF      WS-VL-SALDO-PAGO
                                   GREATER WS-VL-JUROS-DEV
                   MOVE WS-VL-JUROS-DEV
                                   TO      MEN-VL-JUROS-PAGOS
           ELSE
                   MOVE WS-VL-SALDO-PAGO
                                   TO      MEN-VL-JUROS-PAGOS
           END-IF.
      *
      *---------------------------------------------------------------*
       215-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-BAIXA-MENSALIDADE    SECTION.
      *---------------------------------------------------------------*
      *
      *    A BAIXA GRAVA A SITUACAO 'P' COM A DATA E O VALOR          *
      *    EFETIVAMENTE PAGOS E A SUA COMPOSICAO EM PRINCIPAL, MULTA  *
      *    E JUROS (212/215). O PAGAMENTO COM DIVERGENCIA DE VALOR    *
      *    TAMBEM E BAIXADO (O BANCO JA RECEBEU); A DIFERENCA VAI     *
      *    PARA O RELATORIO DE CONFERENCIA MANUAL. A PARCELA DE       *
      *    ACORDO E BAIXADA EM SAGTBS19 (222).                        *
      *---------------------------------------------------------------*
      *
           MOVE    WS-VL-PAGO-RET  TO      MEN-VL-PAGO.

           IF      RET-TITULO-PARCELA
                   PERFORM         222-00-BAIXA-PARCELA
                   GO   TO         220-99-EXIT
           END-IF.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS10_MENSALIDADES

                   SET     IC_SITUACAO       = 'P'               ,
                           DT_PAGAMENTO      = :MEN-DT-PAGAMENTO ,
                           VL_PAGO           = :MEN-VL-PAGO      ,
                           VL_PRINCIPAL_PAGO =
                                          :MEN-VL-PRINCIPAL-PAGO ,
                           VL_MULTA_PAGA     = :MEN-VL-MULTA-PAGA,
                           VL_JUROS_PAGOS    = :MEN-VL-JUROS-PAGOS,
                           IC_SITUACAO_BANCO = 'L'               ,
                           DT_SITUACAO_BANCO = CURRENT DATE      ,
                           IC_FORMA_BAIXA    = 'B'

                   WHERE   CO_ALUNO       = :MEN-CO-ALUNO
                   AND     CO_CURSO       = :MEN-CO-CURSO
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       222-00-BAIXA-PARCELA        SECTION.
      *---------------------------------------------------------------*
      *
      *    BAIXA DA PARCELA DE ACORDO COM OS VALORES CALCULADOS EM    *
      *    212/215. QUANDO NAO RESTA PARCELA EM ABERTO, O ACORDO      *
      *    PASSA A QUITADO ('Q') NA DATA DO PROCESSAMENTO.            *
      *---------------------------------------------------------------*
      *
           MOVE    MEN-DT-PAGAMENTO
                                   TO      PAC-DT-PAGAMENTO.
           MOVE    MEN-VL-PAGO     TO      PAC-VL-PAGO.
           MOVE    MEN-VL-PRINCIPAL-PAGO
                                   TO      PAC-VL-PRINCIPAL-PAGO.
           MOVE    MEN-VL-MULTA-PAGA
                                   TO      PAC-VL-MULTA-PAGA.
           MOVE    MEN-VL-JUROS-PAGOS
                                   TO      PAC-VL-JUROS-PAGOS.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS19_PARCELAS_ACORDO

                   SET     IC_SITUACAO       = 'P'               ,
                           DT_PAGAMENTO      = :PAC-DT-PAGAMENTO ,
                           VL_PAGO           = :PAC-VL-PAGO      ,
                           VL_PRINCIPAL_PAGO =
                                          :PAC-VL-PRINCIPAL-PAGO ,
                           VL_MULTA_PAGA     = :PAC-VL-MULTA-PAGA,
                           VL_JUROS_PAGOS    = :PAC-VL-JUROS-PAGOS,
                           IC_SITUACAO_BANCO = 'L'               ,
                           DT_SITUACAO_BANCO = CURRENT DATE      ,
                           IC_FORMA_BAIXA    = 'B'

                   WHERE   NU_ACORDO  = :PAC-NU-ACORDO
                   AND     NU_PARCELA = :PAC-NU-PARCELA

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDPAC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    PAC-NU-ACORDO   TO      ACD-NU-ACORDO.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS18_ACORDOS

                   SET     IC_SITUACAO = 'Q'          ,
                           DT_SITUACAO = CURRENT DATE

                   WHERE   NU_ACORDO   = :ACD-NU-ACORDO
                   AND     IC_SITUACAO = 'A'
                   AND     NOT EXISTS
                          (SELECT  1
                           FROM    DB2.SAGTBS19_PARCELAS_ACORDO P
                           WHERE   P.NU_ACORDO   = :ACD-NU-ACORDO
                           AND     P.IC_SITUACAO = 'A')

           END-EXEC.

           IF      SQLCODE     EQUAL       +000
                   ADD     1       TO      WS-QT-ACORDO-QUITADO
           ELSE
                   IF      SQLCODE NOT EQUAL   +100
                           MOVE 'UPDACD'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS18' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
           END-IF.

           ADD     1               TO      WS-QT-COMMIT.

           IF      WS-QT-COMMIT    EQUAL   100
                   PERFORM         970-00-COMMIT
           END-IF.
      *
      *---------------------------------------------------------------*
       222-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       225-00-ATUALIZA-SIT-BANCO   SECTION.
      *---------------------------------------------------------------*
      *
      *    GRAVA A NOVA SITUACAO DO TITULO NO BANCO                   *
      *    (WS-IC-SIT-BANCO-NOVA) NA MENSALIDADE LOCALIZADA (OU NA    *
      *    PARCELA DE ACORDO, EM 227).                                *
      *---------------------------------------------------------------*
      *
           MOVE    WS-IC-SIT-BANCO-NOVA
                                   TO      MEN-IC-SITUACAO-BANCO.

           IF      RET-TITULO-PARCELA
                   PERFORM         227-00-SIT-BANCO-PARCELA
                   GO   TO         225-99-EXIT
           END-IF.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS10_MENSALIDADES

                   SET     IC_SITUACAO_BANCO = :MEN-IC-SITUACAO-BANCO ,
                           DT_SITUACAO_BANCO = CURRENT DATE

                   WHERE   CO_ALUNO       = :MEN-CO-ALUNO
                   AND     CO_CURSO       = :MEN-CO-CURSO
                   AND     NU_COMPETENCIA = :MEN-NU-COMPETENCIA

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDBCO'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           ADD     1               TO      WS-QT-COMMIT.

           IF      WS-QT-COMMIT    EQUAL   100
                   PERFORM         970-00-COMMIT
           END-IF.
      *
      *---------------------------------------------------------------*
       225-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       227-00-SIT-BANCO-PARCELA    SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-IC-SIT-BANCO-NOVA
                                   TO      PAC-IC-SITUACAO-BANCO.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS19_PARCELAS_ACORDO

                   SET     IC_SITUACAO_BANCO = :PAC-IC-SITUACAO-BANCO ,
                           DT_SITUACAO_BANCO = CURRENT DATE

                   WHERE   NU_ACORDO  = :PAC-NU-ACORDO
                   AND     NU_PARCELA = :PAC-NU-PARCELA

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDBCP'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           ADD     1               TO      WS-QT-COMMIT.

           IF      WS-QT-COMMIT    EQUAL   100
                   PERFORM         970-00-COMMIT
           END-IF.
      *
      *---------------------------------------------------------------*
       227-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-PROCESSA-ENTRADA     SECTION.
      *---------------------------------------------------------------*
      *
      *    OCORRENCIA 02 - ENTRADA CONFIRMADA: O TITULO PASSA A 'E'.  *
      *    O TITULO QUE JA TEM BAIXA SOLICITADA/ENVIADA, BAIXA OU     *
      *    LIQUIDACAO REGISTRADA NAO VOLTA ATRAS COM A CONFIRMACAO    *
      *    ATRASADA DA ENTRADA.                                       *
      *---------------------------------------------------------------*
      *
           MOVE    ZEROS           TO      WS-VL-PAGO-RET.

           PERFORM 205-00-LOCALIZA-TITULO.

           IF      NOT     WS-TITULO-ENCONTRADO
                   GO   TO         230-99-EXIT
           END-IF.

           ADD     1               TO      WS-QT-CONFIRMADAS.

           IF      MEN-BCO-NAO-REMETIDO OR
                   MEN-BCO-REMETIDO     OR
                   MEN-BCO-REJEITADO
                   MOVE 'E'        TO      WS-IC-SIT-BANCO-NOVA
                   PERFORM         225-00-ATUALIZA-SIT-BANCO
           END-IF.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       235-00-PROCESSA-REJEICAO    SECTION.
      *---------------------------------------------------------------*
      *
      *    OCORRENCIA 03 - ENTRADA REJEITADA: O TITULO NAO FOI        *
      *    REGISTRADO NO BANCO. PASSA A 'J' E E LISTADO COM O MOTIVO  *
      *    DO BANCO PARA CORRECAO; A MENSALIDADE AINDA EM ABERTO E    *
      *    REAPRESENTADA NA PROXIMA REMESSA (SAGBB044).               *
      *---------------------------------------------------------------*
      *
           MOVE    ZEROS           TO      WS-VL-PAGO-RET.

           PERFORM 205-00-LOCALIZA-TITULO.

           IF      NOT     WS-TITULO-ENCONTRADO
                   GO   TO         235-99-EXIT
           END-IF.

           MOVE    'J'             TO      WS-IC-SIT-BANCO-NOVA.

           PERFORM 225-00-ATUALIZA-SIT-BANCO.

           ADD     1               TO      WS-QT-REJEITADAS.

           MOVE    'ENTRADA REJEITADA'
                                   TO      WS-DET-OCORR.
           MOVE    RET-MOTIVO-REJEICAO
                                   TO      WS-DET-MOTIVO.

           PERFORM 250-00-IMPRIME-DIVERGENCIA.
      *
      *---------------------------------------------------------------*
       235-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-PROCESSA-BAIXA-BANCO SECTION.
      *---------------------------------------------------------------*
      *
      *    OCORRENCIAS 09/10 - TITULO BAIXADO NO BANCO (A PEDIDO DA   *
      *    REMESSA OU POR DECURSO DE PRAZO): PASSA A 'B'. A           *
      *    MENSALIDADE QUE AINDA ESTA EM ABERTO NO SISAG FICA SEM     *
      *    COBRANCA BANCARIA E E LISTADA PARA CONFERENCIA.            *
      *---------------------------------------------------------------*
      *
           MOVE    ZEROS           TO      WS-VL-PAGO-RET.

           PERFORM 205-00-LOCALIZA-TITULO.

           IF      NOT     WS-TITULO-ENCONTRADO
                   GO   TO         240-99-EXIT
           END-IF.

           MOVE    'B'             TO      WS-IC-SIT-BANCO-NOVA.

           PERFORM 225-00-ATUALIZA-SIT-BANCO.

           ADD     1               TO      WS-QT-BAIXA-BANCO.

           IF      MEN-MENSAL-ABERTA
                   ADD     1       TO      WS-QT-BAIXA-ABERTA
                   MOVE 'BAIXADO NO BANCO - ABERTO'
                                   TO      WS-DET-OCORR
                   PERFORM         250-00-IMPRIME-DIVERGENCIA
           END-IF.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-IMPRIME-DIVERGENCIA  SECTION.
      *---------------------------------------------------------------*
           MOVE    RET-COMPETENCIA TO      WS-DET-COMPET.
           MOVE    MEN-VL-MENSALIDADE
                                   TO      WS-DET-VL-TIT.
           MOVE    WS-VL-ENCARGOS  TO      WS-DET-VL-ENCARG.
           MOVE    WS-VL-PAGO-RET  TO      WS-DET-VL-PAGO.
           MOVE    RET-NOSSO-NUMERO
                                   TO      WS-DET-NOSSO-NUM.

           WRITE   REL-REGISTRO    FROM    WS-DET-01
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.

           MOVE    SPACES          TO      WS-DET-MOTIVO.
      *
      *---------------------------------------------------------------*
       250-99-EXIT.
           MOVE    02              TO      RUCTL-ACAO.
           MOVE    WS-QT-LIDOS     TO      RUCTL-QT-LIDOS.
           MOVE    WS-QT-BAIXADAS  TO      RUCTL-QT-GRAVADOS.
           ADD     WS-QT-PARC-BAIXADAS
                                   TO      RUCTL-QT-GRAVADOS.
           MOVE    WS-QT-NAO-ENC   TO      RUCTL-QT-REJEITADOS.
           ADD     WS-QT-JA-BAIXADA
                                   TO      RUCTL-QT-REJEITADOS.
           ADD     WS-QT-CANCELADA TO      RUCTL-QT-REJEITADOS.
           ADD     WS-QT-PAGO-BALCAO
                                   TO      RUCTL-QT-REJEITADOS.
           ADD     WS-QT-REJEITADAS
                                   TO      RUCTL-QT-REJEITADOS.
           ADD     WS-QT-RENEGOCIADA
                                   TO      RUCTL-QT-REJEITADOS.
           MOVE    RETURN-CODE     TO      RUCTL-CD-RETORNO-JOB.

           CALL    WS-SAGBBCTL     USING   RUCTLCTL.
                                   TO      WS-TOT-JA-BAIX.
           MOVE    WS-QT-CANCELADA TO      WS-TOT-CANCEL.
           MOVE    WS-QT-IGNORADOS TO      WS-TOT-IGNOR.
           MOVE    WS-QT-CONFIRMADAS
                                   TO      WS-TOT-CONFIRM.
           MOVE    WS-QT-REJEITADAS
                                   TO      WS-TOT-REJEIT.
           MOVE    WS-QT-BAIXA-BANCO
                                   TO      WS-TOT-BX-BANCO.
           MOVE    WS-QT-BAIXA-ABERTA
                                   TO      WS-TOT-BX-ABERT.
           MOVE    WS-QT-EM-ATRASO TO      WS-TOT-ATRASO.
           MOVE    WS-VL-TOT-MULTA TO      WS-TOT-VL-MULTA.
           MOVE    WS-VL-TOT-JUROS TO      WS-TOT-VL-JUROS.
           MOVE    WS-QT-PAGO-BALCAO
                                   TO      WS-TOT-PG-BALCAO.
           MOVE    WS-VL-TOT-DEVOLVER
                                   TO      WS-TOT-VL-DEVOLVER.
           MOVE    WS-QT-RENEGOCIADA
                                   TO      WS-TOT-RENEGOC.
           MOVE    WS-QT-PARC-BAIXADAS
                                   TO      WS-TOT-PARC-BAIX.
           MOVE    WS-QT-ACORDO-QUITADO
                                   TO      WS-TOT-ACD-QUIT.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-07
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-08
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-09
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-10
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-11
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-12
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-13
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-14
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-15
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-16
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-17
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-18
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-19
                                   AFTER   ADVANCING 1 LINE.

           CLOSE   ARQRET  RELATORIO.

                   WS-QT-NAO-ENC   GREATER ZERO    OR
                   WS-QT-JA-BAIXADA
                                   GREATER ZERO    OR
                   WS-QT-CANCELADA GREATER ZERO    OR
                   WS-QT-PAGO-BALCAO
                                   GREATER ZERO    OR
                   WS-QT-RENEGOCIADA
                                   GREATER ZERO    OR
                   WS-QT-REJEITADAS
                                   GREATER ZERO    OR
                   WS-QT-BAIXA-ABERTA
                                   GREATER ZERO
                   MOVE    4       TO      RETURN-CODE
           ELSE
                   MOVE    0       TO      RETURN-CODE
