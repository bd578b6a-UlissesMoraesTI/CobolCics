      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGWS055                                    *
      *   OBJETIVO      : COMMAREA DO PAGAMENTO DE MENSALIDADES NO    *
      *                   BALCAO (SAGBB055 - PAGAMENTO, CONSULTA E    *
      *                   ESTORNO DE RECIBO). NO PAGAMENTO O OPERADOR *
      *                   INFORMA O ALUNO/CURSO, A FORMA DE PAGAMENTO *
      *                   E AS COMPETENCIAS EM WS055-ITENS; A         *
      *                   TRANSACAO DEVOLVE O NUMERO DO RECIBO E OS   *
      *                   VALORES COBRADOS (PRINCIPAL + ENCARGOS). NA *
      *                   CONSULTA E NO ESTORNO BASTA O NUMERO DO     *
      *                   RECIBO (E O MOTIVO, NO ESTORNO)             *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
       01          WS055-COMMAREA.
      *
      *        --- CONTROLE DA TRANSACAO -------------------------
           03      WS055-CD-OPERACAO       PIC     X(001).
             88    WS055-OPERAC-PAGAR                VALUE 'P'.
             88    WS055-OPERAC-CONSULTAR            VALUE 'C'.
             88    WS055-OPERAC-ESTORNAR             VALUE 'E'.
      *
           03      WS055-CD-RETORNO        PIC     9(002).
           03      WS055-MENSAGEM          PIC     X(080).
           03      WS055-CO-OPERADOR       PIC     X(008).
      *
      *        --- RECIBO (DEVOLVIDO NO PAGAMENTO; INFORMADO NA
      *        --- CONSULTA E NO ESTORNO) -------------------------
           03      WS055-NU-RECIBO         PIC     9(009).
      *
      *        --- MATRICULA (ALUNO/CURSO) E FORMA DE PAGAMENTO ---
           03      WS055-CO-ALUNO          PIC     9(009).
           03      WS055-CO-CURSO          PIC     9(005).
           03      WS055-TP-FORMA-PAGTO    PIC     X(001).
      *
      *        --- MOTIVO DO ESTORNO ------------------------------
           03      WS055-DS-MOTIVO         PIC     X(040).
      *
      *        --- DADOS DO RECIBO (RETORNO) ----------------------
           03      WS055-NO-ALUNO          PIC     X(040).
           03      WS055-DT-PAGAMENTO      PIC     X(010).
           03      WS055-IC-SITUACAO       PIC     X(001).
           03      WS055-VL-TOTAL          PIC     9(007)V9(002).
      *
      *        --- MENSALIDADES DO RECIBO: COMPETENCIAS (AAAAMM)
      *        --- INFORMADAS NO PAGAMENTO; VALORES DEVOLVIDOS ----
           03      WS055-QT-MENSALIDADES   PIC     9(002).
           03      WS055-ITENS             OCCURS  12 TIMES.
             05    WS055-IT-COMPETENCIA    PIC     9(006).
             05    WS055-IT-VL-PRINCIPAL   PIC     9(005)V9(002).
             05    WS055-IT-VL-ENCARGOS    PIC     9(005)V9(002).
             05    WS055-IT-VL-PAGO        PIC     9(005)V9(002).
      *
      *===============================================================*
