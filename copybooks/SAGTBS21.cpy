      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS21 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS21_EXPORTACOES_CONTABEIS          *
      *   OBJETIVO      : REGISTRO DAS DATAS DE MOVIMENTO JA          *
      *                   EXPORTADAS PELA INTERFACE CONTABIL          *
      *                   (SAGBB059), COM OS TOTAIS DO ARQUIVO. UMA   *
      *                   DATA PRESENTE NESTA TABELA NAO E EXPORTADA  *
      *                   DE NOVO. A REEXPORTACAO DE UMA DATA (APOS   *
      *                   ESTORNO DO LOTE NA CONTABILIDADE) EXIGE A   *
      *                   EXCLUSAO DA LINHA PELO DBA                  *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO EXC- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS21_EXPORTACOES_CONTABEIS TABLE
      *    ( DT_MOVIMENTO       DATE           NOT NULL,
      *      TS_EXPORTACAO      TIMESTAMP      NOT NULL,
      *      QT_LANCAMENTOS     INTEGER        NOT NULL,
      *      VL_TOTAL_DEBITO    DECIMAL(13,2)  NOT NULL,
      *      VL_TOTAL_CREDITO   DECIMAL(13,2)  NOT NULL )
      *    END-EXEC.
      *
      *        --- CHAVE: DT_MOVIMENTO --------------------------------
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS21-EXPORTACOES-CONTABEIS.
           03      EXC-DT-MOVIMENTO        PIC     X(010).
           03      EXC-TS-EXPORTACAO       PIC     X(026).
           03      EXC-QT-LANCAMENTOS      PIC     S9(009) COMP.
           03      EXC-VL-TOTAL-DEBITO     PIC     S9(011)V9(002)
                                                           COMP-3.
           03      EXC-VL-TOTAL-CREDITO    PIC     S9(011)V9(002)
                                                           COMP-3.
      *
      *===============================================================*
