      *   SAGTBS01_ALUNOS    SAGTBS01 CADASTRO DE ALUNOS (SACADO)      *
      *   SAGTBS10_MENSALIDADES                                        *
      *                      SAGTBS10 MENSALIDADES EM ABERTO           *
      *   SAGTBS15_PARAMETROS                                          *
      *                      SAGTBS15 PERCENTUAIS DE MULTA E JUROS     *
      *   SAGTBS19_PARCELAS_ACORDO                                    *
      *                      SAGTBS19 PARCELAS DOS ACORDOS             *
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
      *   OBJETIVO       : O TITULO REMETIDO GUARDA O NOSSO NUMERO E  *
      *                    A SITUACAO NO BANCO ('R') EM SAGTBS10; O   *
      *                    TITULO REJEITADO PELO BANCO ('J') AINDA EM *
      *                    ABERTO E REAPRESENTADO; AS MENSALIDADES    *
      *                    CANCELADAS COM TITULO REGISTRADO ('S')     *
      *                    SEGUEM COMO PEDIDO DE BAIXA (OCORRENCIA    *
      *                    02), COM TOTAIS PROPRIOS NO RELATORIO      *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : O DETALHE DO TITULO LEVA O PERCENTUAL DE   *
      *                    MULTA POR ATRASO E O VALOR DOS JUROS DE    *
      *                    MORA POR DIA, CALCULADOS COM OS PARAMETROS *
      *                    DE SAGTBS15_PARAMETROS, PARA QUE O BOLETO  *
      *                    SEJA COBRADO COM OS ENCARGOS APOS O        *
      *                    VENCIMENTO. PARAMETROS IMPRESSOS NO        *
      *                    RELATORIO DE FECHAMENTO                    *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : REMESSA DAS PARCELAS DE ACORDO DE          *
      *                    PARCELAMENTO (SAGTBS19) EM ABERTO COM      *
      *                    VENCIMENTO ATE A COMPETENCIA DO CARTAO (E  *
      *                    DAS REJEITADAS), COM TIPO 'P' NO USO DA    *
      *                    EMPRESA, E PEDIDO DE BAIXA DAS PARCELAS    *
      *                    CANCELADAS NO ROMPIMENTO DO ACORDO. TOTAIS *
      *                    DE PARCELAS NO RELATORIO                   *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : A ENTRADA DO TITULO DE MENSALIDADE LEVA O  *
      *                    DESCONTO DE PONTUALIDADE (VL_DESC_PONTUAL) *
      *                    COMO DESCONTO ATE O VENCIMENTO. REMESSA    *
      *                    TAMBEM DAS MENSALIDADES REABERTAS COM NOVO *
      *                    TITULO A REMETER ('N'), COM NOVO NOSSO     *
      *                    NUMERO, QUALQUER QUE SEJA A COMPETENCIA    *
      *                                                               *
      *===============================================================*

      *===============================================================*
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-QT-REMETIDOS PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-BAIXAS    PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-PARCELAS  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-COMMIT    PIC     9(003) COMP   VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-NU-PAGINA    PIC     9(003) COMP-3 VALUE ZERO.
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-TOT-GERAL PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-TOT-BAIXA PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-TOT-PARC  PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-QT-REM-CURSO PIC     9(007) COMP-3 VALUE ZERO.
      *
       01          WS-CO-CURSO-ANT PIC     S9(009) COMP VALUE ZERO.
       01          WS-SW-PRIM-MENS PIC     X(001) VALUE 'S'.
         88        WS-PRIMEIRA-MENS        VALUE 'S'.
      *
      *        --- TIPO DO TITULO NO USO DA EMPRESA ------------------
      *        --- (BRANCO = MENSALIDADE / P = PARCELA DE ACORDO) ----
       01          WS-TP-TITULO-MENSAL
                                   PIC     X(001) VALUE SPACE.
       01          WS-TP-TITULO-PARCELA
                                   PIC     X(001) VALUE 'P'.
      *
      *        --- CODIGO DE OCORRENCIA (COMANDO) DO DETALHE ---------
       01          WS-CD-OCORR-ENTRADA
                                   PIC     X(002) VALUE '01'.
       01          WS-CD-OCORR-BAIXA
                                   PIC     X(002) VALUE '02'.
      *
      *        --- ENCARGOS POR ATRASO (PARAMETROS DE SAGTBS15) ------
       01          WS-PC-MULTA     PIC     S9(003)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-PC-JUROS-DIA PIC     S9(003)V9(004)
                                                   COMP-3 VALUE ZERO.
       01          WS-VL-MORA-DIA  PIC     S9(009)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
      /**-----------------------------------------------------------***
      ***      AREA DO CARTAO DE PARAMETRO (COMPETENCIA)            ***
      ***-----------------------------------------------------------***
         03        WS-CMP-ANO      PIC     9(004).
         03        WS-CMP-MES      PIC     9(002).
      *
      *        --- ANO/MES DO VENCIMENTO DA PARCELA DE ACORDO --------
       01          WS-NU-CMP-PARCELA
                                   PIC     9(006) VALUE ZEROS.
       01          FILLER          REDEFINES  WS-NU-CMP-PARCELA.
         03        WS-CMP-PARC-ANO PIC     9(004).
         03        WS-CMP-PARC-MES PIC     9(002).
      *
      /**-----------------------------------------------------------***
      ***          AREA DE TRATAMENTO DE DATA                       ***
      ***-----------------------------------------------------------***
             05    WS-USO-CO-CURSO PIC     9(005).
             05    WS-USO-COMPETENCIA
                                   PIC     9(006).
             05    WS-USO-TP-TITULO
                                   PIC     X(001) VALUE SPACE.
             05    FILLER          PIC     X(004) VALUE SPACES.
           03      WS-DTL-NOSSO-NUMERO
                                   PIC     9(012).
           03      WS-DTL-DT-VENCIMENTO.
           03      FILLER          PIC     X(002) VALUE '99'.
           03      WS-DTL-NO-SACADO
                                   PIC     X(040).
           03      WS-DTL-CD-OCORRENCIA
                                   PIC     X(002).
           03      WS-DTL-PC-MULTA PIC     9(002)V9(002).
           03      WS-DTL-VL-MORA-DIA
                                   PIC     9(011)V9(002).
           03      WS-DTL-DT-LIM-DESCONTO.
             05    WS-DTL-DS-DIA   PIC     9(002).
             05    WS-DTL-DS-MES   PIC     9(002).
             05    WS-DTL-DS-ANO   PIC     9(002).
           03      WS-DTL-VL-DESCONTO
                                   PIC     9(011)V9(002).
           03      FILLER          PIC     X(241) VALUE SPACES.
           03      WS-DTL-NU-SEQ   PIC     9(006).
      *
      *        --- REGISTRO TRAILER DE ARQUIVO (TIPO 9) --------------
                  'REGISTROS GRAVADOS NA REMESSA       : '.
           03      WS-TOT-REGISTROS
                                   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'PEDIDOS DE BAIXA ENVIADOS AO BANCO  : '.
           03      WS-TOT-BAIXAS   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-05.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'VALOR DOS TITULOS A BAIXAR (R$)     : '.
           03      WS-TOT-VL-BAIXA PIC     ZZZ.ZZZ.ZZ9,99.
      *
       01          WS-TOT-06.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'MULTA POR ATRASO (% SOBRE O TITULO) : '.
           03      WS-TOT-PC-MULTA PIC     ZZ9,99.
      *
       01          WS-TOT-07.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'JUROS DE MORA (% AO DIA)            : '.
           03      WS-TOT-PC-JUROS PIC     ZZ9,9999.
      *
       01          WS-TOT-08.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'PARCELAS DE ACORDO REMETIDAS        : '.
           03      WS-TOT-PARCELAS PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-09.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(038) VALUE
                  'VALOR DAS PARCELAS REMETIDAS (R$)   : '.
           03      WS-TOT-VL-PARC  PIC     ZZZ.ZZZ.ZZ9,99.
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
                   INCLUDE SAGTBS19
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER              PIC     X(040)  VALUE

           PERFORM 105-00-CONTROLE-INICIO.

           PERFORM 130-00-LE-PARAMETROS.

           PERFORM 120-00-GRAVA-HEADER.

           EXEC    SQL

                   SELECT  M.CO_ALUNO       ,
                           M.CO_CURSO       ,
                           M.NU_COMPETENCIA ,
                           M.VL_MENSALIDADE ,
                           M.DT_VENCIMENTO  ,
                           M.VL_DESC_PONTUAL ,
                           A.NO_ALUNO       ,
                           A.NU_CPF

                           DB2.SAGTBS01_ALUNOS       A

                   WHERE   M.IC_SITUACAO    = 'A'
                   AND   ((M.NU_COMPETENCIA    = :MEN-NU-COMPETENCIA
                     AND   M.IC_SITUACAO_BANCO = ' ')
                    OR     M.IC_SITUACAO_BANCO IN ('J' , 'N'))
                   AND     A.CO_ALUNO       = M.CO_ALUNO

                   ORDER BY M.CO_CURSO , M.CO_ALUNO , M.NU_COMPETENCIA

           END-EXEC.

       120-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       130-00-LE-PARAMETROS        SECTION.
      *---------------------------------------------------------------*
      *
      *    LE OS PERCENTUAIS DE MULTA POR ATRASO E DE JUROS DE MORA   *
      *    AO DIA DE SAGTBS15_PARAMETROS. A MULTA SEGUE PARA O BANCO  *
      *    COM 2 DECIMAIS E OS JUROS COM 4, MESMA PRECISAO USADA NO   *
      *    CALCULO DOS ENCARGOS NA BAIXA (SAGBB045) E NO RELATORIO DE *
      *    INADIMPLENCIA (SAGBB046).                                  *
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
           IF      NOT     WS-PRIMEIRA-MENS
                   PERFORM         260-00-TOTAL-DO-CURSO
           END-IF.

           PERFORM 230-00-PARCELAS-ACORDO.

           PERFORM 250-00-PEDIDOS-DE-BAIXA.

           PERFORM 270-00-BAIXA-PARCELAS.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.

                   INTO   :MEN-CO-ALUNO       ,
                          :MEN-CO-CURSO       ,
                          :MEN-NU-COMPETENCIA ,
                          :MEN-VL-MENSALIDADE ,
                          :MEN-DT-VENCIMENTO  ,
                          :MEN-VL-DESC-PONTUAL ,
                          :NO-ALUNO           ,
                          :NU-CPF


           PERFORM 300-00-PROXIMO-NOSSO-NUM.

           MOVE    NU-SEQUENCIA    TO      MEN-NU-NOSSO-NUMERO.
           MOVE    WS-CD-OCORR-ENTRADA
                                   TO      WS-DTL-CD-OCORRENCIA.
           MOVE    WS-TP-TITULO-MENSAL
                                   TO      WS-USO-TP-TITULO.

           PERFORM 240-00-GRAVA-DETALHE.

           PERFORM 245-00-ATUALIZA-TITULO.

           ADD     1               TO      WS-QT-REMETIDOS.
           ADD     1               TO      WS-QT-REM-CURSO.

       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-PARCELAS-ACORDO      SECTION.
      *---------------------------------------------------------------*
      *
      *    PARCELAS DE ACORDO DE PARCELAMENTO (SAGBB057) EM ABERTO,   *
      *    AINDA NAO REMETIDAS, COM VENCIMENTO ATE O MES DA           *
      *    COMPETENCIA DO CARTAO (A ENTRADA E AS PARCELAS JA VENCIDAS *
      *    SEGUEM NA PRIMEIRA REMESSA), MAIS AS REJEITADAS PELO BANCO *
      *    ('J'). CADA UMA SEGUE COMO ENTRADA DE TITULO COM NOSSO     *
      *    NUMERO PROPRIO E TIPO 'P' NO USO DA EMPRESA, E PASSA A 'R' *
      *    (REMETIDA). NAO ENTRAM NA QUEBRA POR CURSO: TEM TOTAIS     *
      *    PROPRIOS NO FIM DO RELATORIO.                              *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   DECLARE C044PAC CURSOR WITH HOLD FOR

                   SELECT  P.NU_ACORDO     ,
                           P.NU_PARCELA    ,
                           P.CO_ALUNO      ,
                           P.CO_CURSO      ,
                           P.VL_PARCELA    ,
                           P.DT_VENCIMENTO ,
                           A.NO_ALUNO      ,
                           A.NU_CPF

                   FROM    DB2.SAGTBS19_PARCELAS_ACORDO P ,
                           DB2.SAGTBS01_ALUNOS          A

                   WHERE   P.IC_SITUACAO    = 'A'
                   AND   ((P.IC_SITUACAO_BANCO = ' '
                     AND   YEAR(P.DT_VENCIMENTO) * 100 +
                           MONTH(P.DT_VENCIMENTO)
                                           <= :MEN-NU-COMPETENCIA)
                    OR     P.IC_SITUACAO_BANCO = 'J')
                   AND     A.CO_ALUNO       = P.CO_ALUNO

                   ORDER BY P.CO_CURSO , P.CO_ALUNO ,
                            P.NU_ACORDO , P.NU_PARCELA

           END-EXEC.

           MOVE    WS-NU-COMPETENCIA
                                   TO      MEN-NU-COMPETENCIA.

           EXEC    SQL
                   OPEN    C044PAC
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNPAC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'N'             TO      WS-SW-FIM-CURSOR.

           PERFORM 232-00-FETCH-C044PAC
                   UNTIL   WS-FIM-CURSOR.

           EXEC    SQL
                   CLOSE   C044PAC
           END-EXEC.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       232-00-FETCH-C044PAC        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C044PAC

                   INTO   :PAC-NU-ACORDO     ,
                          :PAC-NU-PARCELA    ,
                          :PAC-CO-ALUNO      ,
                          :PAC-CO-CURSO      ,
                          :PAC-VL-PARCELA    ,
                          :PAC-DT-VENCIMENTO ,
                          :NO-ALUNO          ,
                          :NU-CPF

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETPAC'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS19' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
                   PERFORM 234-00-PROCESSA-PARCELA
           END-IF.
      *
      *---------------------------------------------------------------*
       232-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       234-00-PROCESSA-PARCELA     SECTION.
      *---------------------------------------------------------------*
      *
      *    A PARCELA E MONTADA NOS CAMPOS DA MENSALIDADE (MEN-) PARA  *
      *    USAR O MESMO DETALHE (240); A COMPETENCIA DO USO DA        *
      *    EMPRESA E O ANO/MES DO VENCIMENTO DA PARCELA.              *
      *---------------------------------------------------------------*
      *
           PERFORM 300-00-PROXIMO-NOSSO-NUM.

           MOVE    NU-SEQUENCIA    TO      PAC-NU-NOSSO-NUMERO.
           MOVE    NU-SEQUENCIA    TO      MEN-NU-NOSSO-NUMERO.

           MOVE    PAC-CO-ALUNO    TO      MEN-CO-ALUNO.
           MOVE    PAC-CO-CURSO    TO      MEN-CO-CURSO.
           MOVE    PAC-DT-VENCIMENTO (7:4)
                                   TO      WS-CMP-PARC-ANO.
           MOVE    PAC-DT-VENCIMENTO (4:2)
                                   TO      WS-CMP-PARC-MES.
           MOVE    WS-NU-CMP-PARCELA
                                   TO      MEN-NU-COMPETENCIA.
           MOVE    PAC-VL-PARCELA  TO      MEN-VL-MENSALIDADE.
           MOVE    PAC-DT-VENCIMENTO
                                   TO      MEN-DT-VENCIMENTO.

           MOVE    WS-CD-OCORR-ENTRADA
                                   TO      WS-DTL-CD-OCORRENCIA.
           MOVE    WS-TP-TITULO-PARCELA
                                   TO      WS-USO-TP-TITULO.

           PERFORM 240-00-GRAVA-DETALHE.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS19_PARCELAS_ACORDO

                   SET     NU_NOSSO_NUMERO   = :PAC-NU-NOSSO-NUMERO ,
                           IC_SITUACAO_BANCO = 'R'                  ,
                           DT_SITUACAO_BANCO = CURRENT DATE

                   WHERE   NU_ACORDO  = :PAC-NU-ACORDO
                   AND     NU_PARCELA = :PAC-NU-PARCELA

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDPAC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           ADD     1               TO      WS-QT-REMETIDOS.
           ADD     1               TO      WS-QT-PARCELAS.

           ADD     PAC-VL-PARCELA  TO      WS-VL-TOT-GERAL.
           ADD     PAC-VL-PARCELA  TO      WS-VL-TOT-PARC.

           ADD     1               TO      WS-QT-COMMIT.

           IF      WS-QT-COMMIT    EQUAL   100
                   PERFORM         970-00-COMMIT
           END-IF.
      *
      *---------------------------------------------------------------*
       234-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-GRAVA-DETALHE        SECTION.
      *---------------------------------------------------------------*
      *    MONTA E GRAVA O REGISTRO DETALHE (TIPO 1) DO TITULO. A     *
      *    CHAVE ALUNO/CURSO/COMPETENCIA E GRAVADA NO CAMPO DE USO    *
      *    DA EMPRESA E VOLTA INTACTA NO ARQUIVO DE RETORNO DO        *
      *    BANCO, PERMITINDO A BAIXA AUTOMATICA DA MENSALIDADE. O     *
      *    CODIGO DE OCORRENCIA (01 ENTRADA / 02 PEDIDO DE BAIXA) E   *
      *    O NOSSO NUMERO (MEN-NU-NOSSO-NUMERO) SAO PREENCHIDOS PELO  *
      *    CHAMADOR, ASSIM COMO O TIPO DO TITULO (WS-USO-TP-TITULO;   *
      *    PARA A PARCELA DE ACORDO A COMPETENCIA E O ANO/MES DO      *
      *    VENCIMENTO DA PARCELA). O PERCENTUAL DE MULTA E O VALOR DA *
      *    MORA POR DIA DE ATRASO (PERCENTUAL AO DIA SOBRE O VALOR DO *
      *    TITULO, ARREDONDADO EM CENTAVOS) VAO NO DETALHE PARA O     *
      *    BOLETO. NA ENTRADA DE TITULO DE MENSALIDADE, O DESCONTO DE *
      *    PONTUALIDADE (MEN-VL-DESC-PONTUAL) VAI COMO DESCONTO ATE A *
      *    DATA DO VENCIMENTO; NOS DEMAIS CASOS A DATA E O VALOR DO   *
      *    DESCONTO VAO ZERADOS.                                      *
      *---------------------------------------------------------------*
      *
           MOVE    NU-CPF          TO      WS-DTL-NU-CPF.
           MOVE    MEN-NU-COMPETENCIA
                                   TO      WS-USO-COMPETENCIA.

           MOVE    MEN-NU-NOSSO-NUMERO
                                   TO      WS-DTL-NOSSO-NUMERO.

           MOVE    MEN-DT-VENCIMENTO (1:2)
                                   TO      WS-DTL-VC-DIA.
           MOVE    MEN-VL-MENSALIDADE
                                   TO      WS-DTL-VL-TITULO.

           MOVE    WS-PC-MULTA     TO      WS-DTL-PC-MULTA.

           COMPUTE WS-VL-MORA-DIA  ROUNDED =
                   MEN-VL-MENSALIDADE * WS-PC-JUROS-DIA / 100.

           MOVE    WS-VL-MORA-DIA  TO      WS-DTL-VL-MORA-DIA.

           IF      WS-DTL-CD-OCORRENCIA
                                   EQUAL   WS-CD-OCORR-ENTRADA
           AND     WS-USO-TP-TITULO
                                   EQUAL   WS-TP-TITULO-MENSAL
           AND     MEN-VL-DESC-PONTUAL
                                   GREATER ZERO
                   MOVE WS-DTL-DT-VENCIMENTO
                                   TO      WS-DTL-DT-LIM-DESCONTO
                   MOVE MEN-VL-DESC-PONTUAL
                                   TO      WS-DTL-VL-DESCONTO
           ELSE
                   MOVE ZEROS      TO      WS-DTL-DT-LIM-DESCONTO
                   MOVE ZEROS      TO      WS-DTL-VL-DESCONTO
           END-IF.

           MOVE    NO-ALUNO (1:40) TO      WS-DTL-NO-SACADO.

           ADD     1               TO      WS-NU-SEQ-REMES.
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       245-00-ATUALIZA-TITULO      SECTION.
      *---------------------------------------------------------------*
      *
      *    O TITULO REMETIDO GUARDA O NOSSO NUMERO E PASSA A          *
      *    SITUACAO NO BANCO 'R' (REMETIDO), AGUARDANDO A CONFIRMACAO *
      *    OU A REJEICAO DA ENTRADA NO RETORNO (SAGBB045).            *
      *---------------------------------------------------------------*
      *
           EXEC    SQL     UPDATE

                   DB2.SAGTBS10_MENSALIDADES

                   SET     NU_NOSSO_NUMERO   = :MEN-NU-NOSSO-NUMERO ,
                           IC_SITUACAO_BANCO = 'R'                  ,
                           DT_SITUACAO_BANCO = CURRENT DATE

                   WHERE   CO_ALUNO       = :MEN-CO-ALUNO
                   AND     CO_CURSO       = :MEN-CO-CURSO
                   AND     NU_COMPETENCIA = :MEN-NU-COMPETENCIA

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDMEN'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       245-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-PEDIDOS-DE-BAIXA     SECTION.
      *---------------------------------------------------------------*
      *
      *    AS MENSALIDADES CANCELADAS (SAGBB031/SAGBB042) CUJO TITULO *
      *    JA ESTAVA REGISTRADO NO BANCO FICAM COM A BAIXA SOLICITADA *
      *    ('S'), DE QUALQUER COMPETENCIA. CADA UMA SEGUE NESTA       *
      *    REMESSA COMO DETALHE DE PEDIDO DE BAIXA (OCORRENCIA 02)    *
      *    COM O NOSSO NUMERO ORIGINAL, E PASSA A 'I' (PEDIDO         *
      *    ENVIADO) ATE A CONFIRMACAO DA BAIXA NO RETORNO.            *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   DECLARE C044BXA CURSOR WITH HOLD FOR

                   SELECT  M.CO_ALUNO        ,
                           M.CO_CURSO        ,
                           M.NU_COMPETENCIA  ,
                           M.VL_MENSALIDADE  ,
                           M.DT_VENCIMENTO   ,
                           M.NU_NOSSO_NUMERO ,
                           A.NO_ALUNO        ,
                           A.NU_CPF

                   FROM    DB2.SAGTBS10_MENSALIDADES M ,
                           DB2.SAGTBS01_ALUNOS       A

                   WHERE   M.IC_SITUACAO_BANCO = 'S'
                   AND     A.CO_ALUNO          = M.CO_ALUNO

                   ORDER BY M.CO_CURSO , M.CO_ALUNO , M.NU_COMPETENCIA

           END-EXEC.

           EXEC    SQL
                   OPEN    C044BXA
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNBXA'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'N'             TO      WS-SW-FIM-CURSOR.

           PERFORM 252-00-FETCH-C044BXA
                   UNTIL   WS-FIM-CURSOR.

           EXEC    SQL
                   CLOSE   C044BXA
           END-EXEC.
      *
      *---------------------------------------------------------------*
       250-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       252-00-FETCH-C044BXA        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C044BXA

                   INTO   :MEN-CO-ALUNO        ,
                          :MEN-CO-CURSO        ,
                          :MEN-NU-COMPETENCIA  ,
                          :MEN-VL-MENSALIDADE  ,
                          :MEN-DT-VENCIMENTO   ,
                          :MEN-NU-NOSSO-NUMERO ,
                          :NO-ALUNO            ,
                          :NU-CPF

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETBXA'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS10' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
                   PERFORM 254-00-GRAVA-PEDIDO-BAIXA
           END-IF.
      *
      *---------------------------------------------------------------*
       252-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       254-00-GRAVA-PEDIDO-BAIXA   SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-CD-OCORR-BAIXA
                                   TO      WS-DTL-CD-OCORRENCIA.
           MOVE    WS-TP-TITULO-MENSAL
                                   TO      WS-USO-TP-TITULO.

           PERFORM 240-00-GRAVA-DETALHE.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS10_MENSALIDADES

                   SET     IC_SITUACAO_BANCO = 'I'          ,
                           DT_SITUACAO_BANCO = CURRENT DATE

                   WHERE   CO_ALUNO       = :MEN-CO-ALUNO
                   AND     CO_CURSO       = :MEN-CO-CURSO
                   AND     NU_COMPETENCIA = :MEN-NU-COMPETENCIA

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDBXA'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           ADD     1               TO      WS-QT-BAIXAS.

           ADD     MEN-VL-MENSALIDADE
                                   TO      WS-VL-TOT-BAIXA.

           ADD     1               TO      WS-QT-COMMIT.

           IF      WS-QT-COMMIT    EQUAL   100
                   PERFORM         970-00-COMMIT
           END-IF.
      *
      *---------------------------------------------------------------*
       254-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       260-00-TOTAL-DO-CURSO       SECTION.
      *---------------------------------------------------------------*
       260-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       270-00-BAIXA-PARCELAS       SECTION.
      *---------------------------------------------------------------*
      *
      *    PARCELAS DE ACORDO CANCELADAS NO ROMPIMENTO (SAGBB058) COM *
      *    O TITULO REGISTRADO NO BANCO ('S'): SEGUEM COMO PEDIDO DE  *
      *    BAIXA (OCORRENCIA 02) COM O NOSSO NUMERO ORIGINAL E PASSAM *
      *    A 'I', COMO AS MENSALIDADES CANCELADAS (250).              *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   DECLARE C044BXP CURSOR WITH HOLD FOR

                   SELECT  P.NU_ACORDO       ,
                           P.NU_PARCELA      ,
                           P.CO_ALUNO        ,
                           P.CO_CURSO        ,
                           P.VL_PARCELA      ,
                           P.DT_VENCIMENTO   ,
                           P.NU_NOSSO_NUMERO ,
                           A.NO_ALUNO        ,
                           A.NU_CPF

                   FROM    DB2.SAGTBS19_PARCELAS_ACORDO P ,
                           DB2.SAGTBS01_ALUNOS          A

                   WHERE   P.IC_SITUACAO_BANCO = 'S'
                   AND     A.CO_ALUNO          = P.CO_ALUNO

                   ORDER BY P.CO_CURSO , P.CO_ALUNO ,
                            P.NU_ACORDO , P.NU_PARCELA

           END-EXEC.

           EXEC    SQL
                   OPEN    C044BXP
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNBXP'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'N'             TO      WS-SW-FIM-CURSOR.

           PERFORM 272-00-FETCH-C044BXP
                   UNTIL   WS-FIM-CURSOR.

           EXEC    SQL
                   CLOSE   C044BXP
           END-EXEC.
      *
      *---------------------------------------------------------------*
       270-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       272-00-FETCH-C044BXP        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C044BXP

                   INTO   :PAC-NU-ACORDO       ,
                          :PAC-NU-PARCELA      ,
                          :PAC-CO-ALUNO        ,
                          :PAC-CO-CURSO        ,
                          :PAC-VL-PARCELA      ,
                          :PAC-DT-VENCIMENTO   ,
                          :PAC-NU-NOSSO-NUMERO ,
                          :NO-ALUNO            ,
                          :NU-CPF

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETBXP'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS19' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
                   PERFORM 274-00-GRAVA-BAIXA-PARCELA
           END-IF.
      *
      *---------------------------------------------------------------*
       272-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       274-00-GRAVA-BAIXA-PARCELA  SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    PAC-NU-NOSSO-NUMERO
                                   TO      MEN-NU-NOSSO-NUMERO.
           MOVE    PAC-CO-ALUNO    TO      MEN-CO-ALUNO.
           MOVE    PAC-CO-CURSO    TO      MEN-CO-CURSO.
           MOVE    PAC-DT-VENCIMENTO (7:4)
                                   TO      WS-CMP-PARC-ANO.
           MOVE    PAC-DT-VENCIMENTO (4:2)
                                   TO      WS-CMP-PARC-MES.
           MOVE    WS-NU-CMP-PARCELA
                                   TO      MEN-NU-COMPETENCIA.
           MOVE    PAC-VL-PARCELA  TO      MEN-VL-MENSALIDADE.
           MOVE    PAC-DT-VENCIMENTO
                                   TO      MEN-DT-VENCIMENTO.

           MOVE    WS-CD-OCORR-BAIXA
                                   TO      WS-DTL-CD-OCORRENCIA.
           MOVE    WS-TP-TITULO-PARCELA
                                   TO      WS-USO-TP-TITULO.

           PERFORM 240-00-GRAVA-DETALHE.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS19_PARCELAS_ACORDO

                   SET     IC_SITUACAO_BANCO = 'I'          ,
                           DT_SITUACAO_BANCO = CURRENT DATE

                   WHERE   NU_ACORDO  = :PAC-NU-ACORDO
                   AND     NU_PARCELA = :PAC-NU-PARCELA

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDBXP'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS19' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           ADD     1               TO      WS-QT-BAIXAS.

           ADD     PAC-VL-PARCELA  TO      WS-VL-TOT-BAIXA.

           ADD     1               TO      WS-QT-COMMIT.

           IF      WS-QT-COMMIT    EQUAL   100
                   PERFORM         970-00-COMMIT
           END-IF.
      *
      *---------------------------------------------------------------*
       274-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       280-00-IMPRIME-CABECALHO    SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    02              TO      RUCTL-ACAO.
           MOVE    WS-QT-REMETIDOS TO      RUCTL-QT-LIDOS.
           ADD     WS-QT-BAIXAS    TO      RUCTL-QT-LIDOS.
           MOVE    RUCTL-QT-LIDOS  TO      RUCTL-QT-GRAVADOS.
           MOVE    ZEROS           TO      RUCTL-QT-REJEITADOS.
           MOVE    RETURN-CODE     TO      RUCTL-CD-RETORNO-JOB.

       999-00-PROCED-FINAIS        SECTION.
      *---------------------------------------------------------------*
      *
      *    O TRAILER CONTA TODOS OS DETALHES (ENTRADAS E PEDIDOS DE   *
      *    BAIXA); O VALOR TOTAL E SO O DAS ENTRADAS.                 *
      *---------------------------------------------------------------*
      *
           COMPUTE WS-TRL-QT-TITULOS = WS-QT-REMETIDOS + WS-QT-BAIXAS.
           MOVE    WS-VL-TOT-GERAL TO      WS-TRL-VL-TOTAL.

           ADD     1               TO      WS-NU-SEQ-REMES.
           MOVE    WS-QT-REMETIDOS TO      WS-TOT-REMET.
           MOVE    WS-VL-TOT-GERAL TO      WS-TOT-VL-GERAL.
           MOVE    WS-NU-SEQ-REMES TO      WS-TOT-REGISTROS.
           MOVE    WS-QT-BAIXAS    TO      WS-TOT-BAIXAS.
           MOVE    WS-VL-TOT-BAIXA TO      WS-TOT-VL-BAIXA.
           MOVE    WS-PC-MULTA     TO      WS-TOT-PC-MULTA.
           MOVE    WS-PC-JUROS-DIA TO      WS-TOT-PC-JUROS.
           MOVE    WS-QT-PARCELAS  TO      WS-TOT-PARCELAS.
           MOVE    WS-VL-TOT-PARC  TO      WS-TOT-VL-PARC.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-08
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-09
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-04
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-05
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-06
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-07
                                   AFTER   ADVANCING 1 LINE.

           CLOSE   ARQREM  RELATORIO.

