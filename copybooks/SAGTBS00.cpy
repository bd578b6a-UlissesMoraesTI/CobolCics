      *   OBJETIVO    : INCLUSAO DA CHAVE DO NUMERO DE CONTROLE DOS   *
      *                 DOCUMENTOS EMITIDOS (DECLARACOES E            *
      *                 CERTIFICADOS - SAGBB050)                      *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DA CHAVE DO NUMERO DO RECIBO DE      *
      *                 PAGAMENTO NO BALCAO (SAGBB055)                *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DA CHAVE DO NUMERO DO ACORDO DE      *
      *                 PARCELAMENTO (SAGBB057)                       *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DA CHAVE DO NUMERO DO RPS (RECIBO    *
      *                 PROVISORIO DE SERVICOS) ENVIADO A PREFEITURA  *
      *                 PARA EMISSAO DA NFS-E (SAGBB060)              *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DA CHAVE DO CODIGO DO DOCENTE        *
      *                 (CADASTRO DE DOCENTES - SAGBB062)             *
      *===============================================================*
      *
      *    EXEC SQL DECLARE SAGTBS00_CONTROLE TABLE
       01          WS00-CH-NU-DOC          PIC     X(020)  VALUE
                                            'NU_DOCUMENTO'.
      *
      *        --- CHAVE CONTROLADA PARA O NUMERO DO RECIBO DE      ---
      *        --- PAGAMENTO NO BALCAO (SAGBB055)                   ---
       01          WS00-CH-NU-RECIBO       PIC     X(020)  VALUE
                                            'NU_RECIBO'.
      *
      *        --- CHAVE CONTROLADA PARA O NUMERO DO ACORDO DE      ---
      *        --- PARCELAMENTO DE MENSALIDADES (SAGBB057)          ---
       01          WS00-CH-NU-ACORDO       PIC     X(020)  VALUE
                                            'NU_ACORDO'.
      *
      *        --- CHAVE CONTROLADA PARA O NUMERO DO RPS ENVIADO A  ---
      *        --- PREFEITURA PARA EMISSAO DA NFS-E (SAGBB060)      ---
       01          WS00-CH-NU-RPS          PIC     X(020)  VALUE
                                            'NU_RPS'.
      *
      *        --- CHAVE CONTROLADA PARA O CODIGO DO DOCENTE        ---
      *        --- (CADASTRO DE DOCENTES - SAGBB062)                ---
       01          WS00-CH-CO-DOCENTE      PIC     X(020)  VALUE
                                            'CO_DOCENTE'.
      *
      *===============================================================*
