      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGTBS17 (DCLGEN)                           *
      *   TABELA DB2    : DB2.SAGTBS17_HIST_RECIBOS                   *
      *   OBJETIVO      : TRILHA DE AUDITORIA DOS RECIBOS DO BALCAO:  *
      *                   UMA LINHA POR EMISSAO (PAGAMENTO) E POR     *
      *                   ESTORNO DE RECIBO, COM O OPERADOR, A DATA/  *
      *                   HORA, A QUANTIDADE DE MENSALIDADES, O VALOR *
      *                   E, NO ESTORNO, O MOTIVO INFORMADO PELO      *
      *                   SUPERVISOR (SAGBB055). NUNCA E ALTERADA OU  *
      *                   EXCLUIDA                                    *
      *                                                               *
      *   OBSERVACAO    : ITENS COM O PREFIXO HRC- PARA NAO COLIDIR   *
      *                   COM OS HOST-VARIABLES DAS DEMAIS BOOKS      *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS17_HIST_RECIBOS TABLE
      *    ( NU_RECIBO          INTEGER        NOT NULL,
      *      DT_HORA_MOVIMENTO  TIMESTAMP      NOT NULL,
      *      TP_MOVIMENTO       CHAR(01)       NOT NULL,
      *      CO_OPERADOR        CHAR(08)       NOT NULL,
      *      QT_MENSALIDADES    SMALLINT       NOT NULL,
      *      VL_MOVIMENTO       DECIMAL(9,2)   NOT NULL,
      *      TP_FORMA_PAGTO     CHAR(01)       NOT NULL,
      *      DS_MOTIVO          CHAR(40)       NOT NULL WITH DEFAULT)
      *    END-EXEC.
      *
      *        --- DOMINIO DE TP_MOVIMENTO ----------------------------
      *        P = PAGAMENTO (EMISSAO DO RECIBO) / E = ESTORNO        *
      *        --- DS_MOTIVO EM BRANCO NO PAGAMENTO -------------------
      *---------------------------------------------------------------*
      *
       01          DCLSAGTBS17-HIST-RECIBOS.
           03      HRC-NU-RECIBO           PIC     S9(009) COMP.
           03      HRC-DT-HORA-MOVIMENTO   PIC     X(026).
           03      HRC-TP-MOVIMENTO        PIC     X(001).
             88    HRC-MOV-PAGAMENTO                  VALUE 'P'.
             88    HRC-MOV-ESTORNO                    VALUE 'E'.
           03      HRC-CO-OPERADOR         PIC     X(008).
           03      HRC-QT-MENSALIDADES     PIC     S9(004) COMP.
           03      HRC-VL-MOVIMENTO        PIC     S9(007)V9(002)
                                                           COMP-3.
           03      HRC-TP-FORMA-PAGTO      PIC     X(001).
           03      HRC-DS-MOTIVO           PIC     X(040).
      *
      *===============================================================*
