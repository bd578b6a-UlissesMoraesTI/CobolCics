      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB061.
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
      *   PROGRAMA      : SAGBB061                                    *
      *   LINGUAGEM     : COBOL / DB2 (BATCH)                         *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : PROCESSAR O ARQUIVO DE RETORNO DA PREFEITURA*
      *                   PARA O LOTE DE RPS (SAGBB060): PARA CADA RPS*
      *                   CONVERTIDO EM NFS-E, GRAVA O NUMERO DA NOTA,*
      *                   O CODIGO DE VERIFICACAO E A DATA DE EMISSAO *
      *                   NO RPS (SAGTBS22) E O NUMERO DA NOTA NA     *
      *                   MENSALIDADE (SAGTBS10). O RPS REJEITADO     *
      *                   RECEBE O CODIGO E A MENSAGEM DO ERRO E VAI  *
      *                   PARA O RELATORIO DE EXCECOES, JUNTO COM OS  *
      *                   RPS NAO ENCONTRADOS OU JA CONVERTIDOS; A    *
      *                   MENSALIDADE DO RPS REJEITADO E REENVIADA    *
      *                   PELO PROXIMO SAGBB060, DEPOIS DE CORRIGIDO  *
      *                   O CADASTRO. TERMINA COM RETURN-CODE 04      *
      *                   QUANDO HA EXCECOES E 00 QUANDO O RETORNO    *
      *                   FECHA LIMPO                                 *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ARQUIVOS                                                    *
      *                                                               *
      *   NOME       DD         DESCRICAO                             *
      *   ---------- ---------- --------------------------------------*
      *   ARQNFS     SAGNFS01   ARQUIVO DE RETORNO DA PREFEITURA      *
      *   RELATORIO  SAGRPT01   RELATORIO DE EXCECOES DO RETORNO      *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS01_ALUNOS    SAGTBS01 NOME DO ALUNO (EXCECOES)        *
      *   SAGTBS10_MENSALIDADES                                       *
      *                      SAGTBS10 NUMERO DA NFS-E (NU_NFSE)       *
      *   SAGTBS22_RPS       SAGTBS22 NFS-E EMITIDA / REJEICAO        *
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
       SPECIAL-NAMES.              DECIMAL-POINT   IS   COMMA.
      *---------------------------------------------------------------*
       INPUT-OUTPUT                SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT  ARQNFS          ASSIGN  TO      SAGNFS01
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
       FD      ARQNFS
               RECORDING MODE      IS      F.
      *
       01      NFS-REGISTRO.
           03  NFS-TP-REGISTRO     PIC     X(001).
           03  NFS-TP-RPS          PIC     X(005).
           03  NFS-SERIE-RPS       PIC     X(005).
           03  NFS-NU-RPS          PIC     9(012).
           03  NFS-IC-SITUACAO     PIC     X(001).
             88 NFS-NFSE-EMITIDA           VALUE 'E'.
             88 NFS-RPS-REJEITADO          VALUE 'R'.
           03  NFS-NU-NFSE         PIC     9(015).
           03  NFS-DT-EMISSAO-NFSE.
             05 NFS-EMI-ANO       PIC     9(004).
             05 NFS-EMI-MES       PIC     9(002).
             05 NFS-EMI-DIA       PIC     9(002).
           03  NFS-CO-VERIFICACAO  PIC     X(008).
           03  NFS-CO-ERRO         PIC     X(004).
           03  NFS-DS-ERRO         PIC     X(080).
           03  FILLER              PIC     X(111).
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
              '** INICIO WORKING SAGBB061 **'.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE VARIAVEIS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-COMANDO-DB2  PIC     X(006) VALUE SPACES.
       01          WS-TABELAS-DB2  PIC     X(008) VALUE SPACES.
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-QT-LIDOS     PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-EMITIDAS  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-REJEITADOS
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-NAO-ENC   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-JA-EMITIDA
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-OUTRO-RPS PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-SIT-INVALIDA
                                   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-IGNORADOS PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-COMMIT    PIC     9(003) COMP   VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-NU-PAGINA    PIC     9(003) COMP-3 VALUE ZERO.
      *
       01          WS-SW-FIM-ARQ   PIC     X(001) VALUE 'N'.
         88        WS-FIM-ARQUIVO          VALUE 'S'.
      *
      /**-----------------------------------------------------------***
      ***          AREA DE TRATAMENTO DE DATA                       ***
      ***-----------------------------------------------------------***
      *
       01          WS-DT-EMISSAO-NFSE
                                   PIC     X(010) VALUE '99.99.9999'.
       01          FILLER          REDEFINES      WS-DT-EMISSAO-NFSE.
         03        WS-DIA-EMI      PIC     9(002).
         03        FILLER          PIC     X(001).
         03        WS-MES-EMI      PIC     9(002).
         03        FILLER          PIC     X(001).
         03        WS-ANO-EMI      PIC     9(004).
      *
      /**-----------------------------------------------------------***
      ***      LINHAS DE IMPRESSAO DO RELATORIO                     ***
      ***-----------------------------------------------------------***
      *
       01          WS-CAB-01.
           03      FILLER          PIC     X(001) VALUE '1'.
           03      FILLER          PIC     X(017) VALUE
                  'SISAG - SAGBB061'.
           03      FILLER          PIC     X(050) VALUE
                  'RETORNO DA PREFEITURA (NFS-E) - EXCECOES'.
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
           03      FILLER          PIC     X(026) VALUE
                  'OCORRENCIA                '.
           03      FILLER          PIC     X(014) VALUE
                  'NUMERO RPS    '.
           03      FILLER          PIC     X(011) VALUE 'ALUNO      '.
           03      FILLER          PIC     X(042) VALUE
                  'NOME DO ALUNO'.
           03      FILLER          PIC     X(007) VALUE 'CURSO  '.
           03      FILLER          PIC     X(009) VALUE 'COMPET.  '.
           03      FILLER          PIC     X(014) VALUE
                  '  VALOR RPS'.
      *
       01          WS-DET-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DET-OCORR    PIC     X(025).
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-NU-RPS   PIC     ZZZZZZZZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-CO-ALUNO PIC     ZZZZZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-NO-ALUNO PIC     X(040).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-CO-CURSO PIC     ZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-COMPET   PIC     9(006).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VL-SERVICO
                                   PIC     ZZ.ZZ9,99.
      *
       01          WS-DET-02.
           03      FILLER          PIC     X(027) VALUE SPACES.
           03      FILLER          PIC     X(008) VALUE 'MOTIVO: '.
           03      WS-DET-CO-ERRO  PIC     X(004).
           03      FILLER          PIC     X(003) VALUE ' - '.
           03      WS-DET-DS-ERRO  PIC     X(080).
      *
       01          WS-TOT-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'RPS LIDOS NO RETORNO                : '.
           03      WS-TOT-LIDOS    PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'NFS-E EMITIDAS E REGISTRADAS        : '.
           03      WS-TOT-EMITIDAS PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'RPS REJEITADOS (A CORRIGIR)         : '.
           03      WS-TOT-REJEITADOS
                                   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'RPS NAO ENCONTRADOS                 : '.
           03      WS-TOT-NAO-ENC  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-05.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'RPS JA CONVERTIDOS EM NFS-E         : '.
           03      WS-TOT-JA-EMIT  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-06.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'MENSALIDADES JA REENVIADAS EM OUTRO : '.
           03      WS-TOT-OUTRO-RPS
                                   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-07.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'SITUACAO INVALIDA NO RETORNO        : '.
           03      WS-TOT-SIT-INV  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-08.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'REGISTROS IGNORADOS (CABEC./RODAPE) : '.
           03      WS-TOT-IGNOR    PIC     ZZZ.ZZ9.
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
                   INCLUDE SAGTBS01
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS10
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS22
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER              PIC     X(040)  VALUE
                  '** FINAL WORKING SAGBB061 **'.
      *---------------------------------------------------------------*

      *===============================================================*
       PROCEDURE                   DIVISION.
      *---------------------------------------------------------------*
      *
           PERFORM 100-00-PROCED-INICIAIS.

           PERFORM 900-00-LER-REGISTRO.

           PERFORM 200-00-PROCED-PRINCIPAIS
                   UNTIL   WS-FIM-ARQUIVO.

           PERFORM 999-00-PROCED-FINAIS.
      *
      /===============================================================*
       100-00-PROCED-INICIAIS      SECTION.
      *---------------------------------------------------------------*
      *
           OPEN    INPUT   ARQNFS.
           OPEN    OUTPUT  RELATORIO.

           PERFORM 105-00-CONTROLE-INICIO.

           PERFORM 280-00-IMPRIME-CABECALHO.
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
      *    ROTINA NO RELATORIO E RETURN-CODE 08.                      *
      *---------------------------------------------------------------*
      *
           MOVE    01              TO      RUCTL-ACAO.
           MOVE    'SAGBB061'      TO      RUCTL-NO-JOB.
           MOVE    ZEROS           TO      RUCTL-NU-COMPETENCIA.
           MOVE    'S'             TO      RUCTL-IC-TRAVA.
           MOVE    ZEROS           TO      RUCTL-NU-SEQ-EXECUCAO.
           MOVE    ZEROS           TO      RUCTL-QT-LIDOS.
           MOVE    ZEROS           TO      RUCTL-QT-GRAVADOS.
           MOVE    ZEROS           TO      RUCTL-QT-REJEITADOS.
           MOVE    ZEROS           TO      RUCTL-CD-RETORNO-JOB.

           CALL    WS-SAGBBCTL     USING   RUCTLCTL.

           IF      RUCTL-CODIGO-RETORNO
                                   EQUAL   99
                   DISPLAY RUCTL-MENSAGEM
                   CLOSE   ARQNFS  RELATORIO
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
                   CLOSE   ARQNFS  RELATORIO
                   MOVE    08      TO      RETURN-CODE
                   STOP    RUN
           END-IF.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
      *    SO OS DETALHES (TIPO 2) SAO TRATADOS: SITUACAO 'E' (NFS-E  *
      *    EMITIDA) OU 'R' (RPS REJEITADO). CABECALHO E RODAPE SAO    *
      *    CONTADOS COMO IGNORADOS.                                   *
      *---------------------------------------------------------------*
      *
           IF      NFS-TP-REGISTRO NOT EQUAL   '2'
                   ADD     1       TO      WS-QT-IGNORADOS
                   PERFORM         900-00-LER-REGISTRO
                   GO   TO         200-99-EXIT
           END-IF.

           ADD     1               TO      WS-QT-LIDOS.

           PERFORM 205-00-LOCALIZA-RPS.

           IF      SQLCODE         EQUAL   +000
                   EVALUATE TRUE

                       WHEN    NFS-NFSE-EMITIDA
                               PERFORM 210-00-REGISTRA-NFSE

                       WHEN    NFS-RPS-REJEITADO
                               PERFORM 220-00-REGISTRA-REJEICAO

                       WHEN    OTHER
                               ADD  1  TO      WS-QT-SIT-INVALIDA
                               MOVE 'SITUACAO INVALIDA'
                                       TO      WS-DET-OCORR
                               PERFORM 250-00-IMPRIME-EXCECAO

                   END-EVALUATE
           END-IF.

           ADD     1               TO      WS-QT-COMMIT.

           IF      WS-QT-COMMIT    GREATER 99
                   PERFORM         970-00-COMMIT
           END-IF.

           PERFORM 900-00-LER-REGISTRO.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       205-00-LOCALIZA-RPS         SECTION.
      *---------------------------------------------------------------*
      *
      *    LOCALIZA O RPS PELO NUMERO DEVOLVIDO NO RETORNO. O RPS NAO *
      *    ENCONTRADO E LISTADO COMO EXCECAO E DEIXA SQLCODE +100     *
      *    PARA O 200 NAO TRATAR O REGISTRO.                          *
      *---------------------------------------------------------------*
      *
           MOVE    SPACES          TO      NO-ALUNO.

           IF      NFS-NU-RPS      NOT NUMERIC
                   MOVE ZEROS      TO      RPS-NU-RPS
           ELSE
                   MOVE NFS-NU-RPS TO      RPS-NU-RPS
           END-IF.

           EXEC    SQL

                   SELECT  CO_ALUNO       ,
                           CO_CURSO       ,
                           NU_COMPETENCIA ,
                           VL_SERVICO     ,
                           IC_SITUACAO

                   INTO   :RPS-CO-ALUNO       ,
                          :RPS-CO-CURSO       ,
                          :RPS-NU-COMPETENCIA ,
                          :RPS-VL-SERVICO     ,
                          :RPS-IC-SITUACAO

                   FROM    DB2.SAGTBS22_RPS

                   WHERE   NU_RPS = :RPS-NU-RPS

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   ADD  1          TO      WS-QT-NAO-ENC
                   MOVE ZEROS      TO      RPS-CO-ALUNO
                                           RPS-CO-CURSO
                                           RPS-NU-COMPETENCIA
                                           RPS-VL-SERVICO
                   MOVE 'RPS NAO ENCONTRADO'
                                   TO      WS-DET-OCORR
                   PERFORM         250-00-IMPRIME-EXCECAO
                   GO   TO         205-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELRPS'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS22' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    RPS-CO-ALUNO    TO      CO-ALUNO.

           EXEC    SQL

                   SELECT  NO_ALUNO

                   INTO   :NO-ALUNO

                   FROM    DB2.SAGTBS01_ALUNOS

                   WHERE   CO_ALUNO = :CO-ALUNO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000 AND +100
                   MOVE 'SELALU'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS01' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    ZEROS           TO      SQLCODE.
      *
      *---------------------------------------------------------------*
       205-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-REGISTRA-NFSE        SECTION.
      *---------------------------------------------------------------*
      *
      *    NFS-E EMITIDA: GRAVA O NUMERO, O CODIGO DE VERIFICACAO E A *
      *    DATA DE EMISSAO NO RPS E O NUMERO DA NOTA NA MENSALIDADE   *
      *    QUE AINDA ESTA COM ESTE RPS. O RPS JA CONVERTIDO (RETORNO  *
      *    REPETIDO) E A MENSALIDADE JA REENVIADA EM OUTRO RPS SAO    *
      *    LISTADOS COMO EXCECAO PARA VERIFICACAO NO PORTAL.          *
      *---------------------------------------------------------------*
      *
           IF      RPS-NFSE-EMITIDA
                   ADD  1          TO      WS-QT-JA-EMITIDA
                   MOVE 'RPS JA CONVERTIDO EM NFS-E'
                                   TO      WS-DET-OCORR
                   PERFORM         250-00-IMPRIME-EXCECAO
                   GO   TO         210-99-EXIT
           END-IF.

           MOVE    NFS-EMI-DIA     TO      WS-DIA-EMI.
           MOVE    NFS-EMI-MES     TO      WS-MES-EMI.
           MOVE    NFS-EMI-ANO     TO      WS-ANO-EMI.

           MOVE    NFS-NU-NFSE     TO      RPS-NU-NFSE.
           MOVE    NFS-CO-VERIFICACAO
                                   TO      RPS-CO-VERIFICACAO.
           MOVE    WS-DT-EMISSAO-NFSE
                                   TO      RPS-DT-EMISSAO-NFSE.

           EXEC    SQL

                   UPDATE  DB2.SAGTBS22_RPS

                   SET     IC_SITUACAO     = 'E'                  ,
                           DT_RETORNO      = CURRENT DATE         ,
                           NU_NFSE         = :RPS-NU-NFSE         ,
                           CO_VERIFICACAO  = :RPS-CO-VERIFICACAO  ,
                           DT_EMISSAO_NFSE = :RPS-DT-EMISSAO-NFSE ,
                           CO_ERRO         = ' '                  ,
                           DS_ERRO         = ' '

                   WHERE   NU_RPS = :RPS-NU-RPS

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDRPS'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS22' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    RPS-CO-ALUNO    TO      MEN-CO-ALUNO.
           MOVE    RPS-CO-CURSO    TO      MEN-CO-CURSO.
           MOVE    RPS-NU-COMPETENCIA
                                   TO      MEN-NU-COMPETENCIA.
           MOVE    RPS-NU-RPS      TO      MEN-NU-RPS.
           MOVE    RPS-NU-NFSE     TO      MEN-NU-NFSE.

           EXEC    SQL

                   UPDATE  DB2.SAGTBS10_MENSALIDADES

                   SET     NU_NFSE        = :MEN-NU-NFSE

                   WHERE   CO_ALUNO       = :MEN-CO-ALUNO
                   AND     CO_CURSO       = :MEN-CO-CURSO
                   AND     NU_COMPETENCIA = :MEN-NU-COMPETENCIA
                   AND     NU_RPS         = :MEN-NU-RPS

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   ADD  1          TO      WS-QT-OUTRO-RPS
                   MOVE 'MENSALIDADE EM OUTRO RPS'
                                   TO      WS-DET-OCORR
                   PERFORM         250-00-IMPRIME-EXCECAO
                   GO   TO         210-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           ADD     1               TO      WS-QT-EMITIDAS.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-REGISTRA-REJEICAO    SECTION.
      *---------------------------------------------------------------*
      *
      *    RPS REJEITADO: GRAVA O CODIGO E A MENSAGEM DO ERRO NO RPS  *
      *    E O LISTA NO RELATORIO DE EXCECOES. A MENSALIDADE CONTINUA *
      *    SEM NFS-E E E REENVIADA COM NOVO RPS PELO SAGBB060.        *
      *---------------------------------------------------------------*
      *
           IF      RPS-NFSE-EMITIDA
                   ADD  1          TO      WS-QT-JA-EMITIDA
                   MOVE 'RPS JA CONVERTIDO EM NFS-E'
                                   TO      WS-DET-OCORR
                   PERFORM         250-00-IMPRIME-EXCECAO
                   GO   TO         220-99-EXIT
           END-IF.

           MOVE    NFS-CO-ERRO     TO      RPS-CO-ERRO.
           MOVE    NFS-DS-ERRO     TO      RPS-DS-ERRO.

           EXEC    SQL

                   UPDATE  DB2.SAGTBS22_RPS

                   SET     IC_SITUACAO     = 'R'          ,
                           DT_RETORNO      = CURRENT DATE ,
                           CO_ERRO         = :RPS-CO-ERRO ,
                           DS_ERRO         = :RPS-DS-ERRO

                   WHERE   NU_RPS = :RPS-NU-RPS

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDRPS'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS22' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           ADD     1               TO      WS-QT-REJEITADOS.

           MOVE    'RPS REJEITADO'  TO     WS-DET-OCORR.

           PERFORM 250-00-IMPRIME-EXCECAO.

           MOVE    NFS-CO-ERRO     TO      WS-DET-CO-ERRO.
           MOVE    NFS-DS-ERRO     TO      WS-DET-DS-ERRO.

           WRITE   REL-REGISTRO    FROM    WS-DET-02
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-IMPRIME-EXCECAO      SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 54
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           MOVE    RPS-NU-RPS      TO      WS-DET-NU-RPS.
           MOVE    RPS-CO-ALUNO    TO      WS-DET-CO-ALUNO.
           MOVE    NO-ALUNO        TO      WS-DET-NO-ALUNO.
           MOVE    RPS-CO-CURSO    TO      WS-DET-CO-CURSO.
           MOVE    RPS-NU-COMPETENCIA
                                   TO      WS-DET-COMPET.
           MOVE    RPS-VL-SERVICO  TO      WS-DET-VL-SERVICO.

           WRITE   REL-REGISTRO    FROM    WS-DET-01
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       250-99-EXIT.
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
       900-00-LER-REGISTRO         SECTION.
      *---------------------------------------------------------------*
      *
           READ    ARQNFS

                   AT END  MOVE 'S' TO     WS-SW-FIM-ARQ

           END-READ.
      *
      *---------------------------------------------------------------*
       900-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       970-00-COMMIT               SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   COMMIT
           END-EXEC.

           MOVE    ZERO            TO      WS-QT-COMMIT.
      *
      *---------------------------------------------------------------*
       970-99-EXIT.
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
           MOVE    WS-QT-LIDOS     TO      RUCTL-QT-LIDOS.
           MOVE    WS-QT-EMITIDAS  TO      RUCTL-QT-GRAVADOS.
           MOVE    WS-QT-REJEITADOS
                                   TO      RUCTL-QT-REJEITADOS.
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

           CLOSE   ARQNFS  RELATORIO.

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

           MOVE    WS-QT-LIDOS     TO      WS-TOT-LIDOS.
           MOVE    WS-QT-EMITIDAS  TO      WS-TOT-EMITIDAS.
           MOVE    WS-QT-REJEITADOS
                                   TO      WS-TOT-REJEITADOS.
           MOVE    WS-QT-NAO-ENC   TO      WS-TOT-NAO-ENC.
           MOVE    WS-QT-JA-EMITIDA
                                   TO      WS-TOT-JA-EMIT.
           MOVE    WS-QT-OUTRO-RPS TO      WS-TOT-OUTRO-RPS.
           MOVE    WS-QT-SIT-INVALIDA
                                   TO      WS-TOT-SIT-INV.
           MOVE    WS-QT-IGNORADOS TO      WS-TOT-IGNOR.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-02
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-04
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-05
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-06
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-07
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-08
                                   AFTER   ADVANCING 1 LINE.

           CLOSE   ARQNFS  RELATORIO.

           IF      WS-QT-REJEITADOS
                                   GREATER ZERO    OR
                   WS-QT-NAO-ENC   GREATER ZERO    OR
                   WS-QT-JA-EMITIDA
                                   GREATER ZERO    OR
                   WS-QT-OUTRO-RPS GREATER ZERO    OR
                   WS-QT-SIT-INVALIDA
                                   GREATER ZERO
                   MOVE    4       TO      RETURN-CODE
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
      *                  FIM DO PROGRAMA - SAGBB061                   *
      *---------------------------------------------------------------*
