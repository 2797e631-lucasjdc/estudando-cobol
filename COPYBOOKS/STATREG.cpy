      *                GRAVADO PELO CANCELAMENTO DE NF DO
      *                PROGCOB59 (NF EMITIDA ERRADA, SEM
      *                PASSAR PELO FLUXO DE DEVOLUCAO)
      * 2026-10-15 LC  INCLUIDA A CONDICAO DE PAGAMENTO DO
      *                PEDIDO (PADRAO DO CLIENTE OU A
      *                INFORMADA NA ENTRADA), USADA PELO
      *                FATURAMENTO DO PROGCOB11 PARA GERAR
      *                AS PARCELAS
      * 2026-10-15 LC  INCLUIDA A TRANSPORTADORA DO PEDIDO
      *                (TRANSPREG), ESCOLHIDA NA ENTRADA
      *                PELO PROGCOB09 (PREFERIDA DO CLIENTE
      *                OU A MAIS BARATA DA ZONA), NO LUGAR
      *                DO FILLER - ZERO = SEM TRANSPORTADORA
      *                DEFINIDA (FRETE PELA TABELA DE UF)
      * 2026-10-15 LC  INCLUIDO O NUMERO DO PEDIDO DO
      *                CLIENTE (PEDIDO DE COMPRA INFORMADO NA
      *                IMPORTACAO DO PROGC121, IMPRESSO NA
      *                NOTA FISCAL) - BRANCO NOS PEDIDOS
      *                DIGITADOS (O REGISTRO CRESCEU -
      *                ARQUIVOS EXISTENTES PRECISAM DE
      *                RECARGA COM O CAMPO EM BRANCO)
      * 2026-10-15 LC  INCLUIDO O LOCAL DE ENTREGA DO PEDIDO
      *                (SEQUENCIA DO ENTRGREG, 00 = ENDERECO
      *                DO CADASTRO), COM ENDERECO, CEP E
      *                CONTATO COPIADOS NA ENTRADA - A ZONA,
      *                A NF E O ROMANEIO USAM O ENDERECO DO
      *                PEDIDO E NAO O ATUAL DO CLIENTE. ENDERECO
      *                EM BRANCO (PEDIDO ANTERIOR) = USAR O DO
      *                CADASTRO (O REGISTRO CRESCEU - ARQUIVOS
      *                EXISTENTES PRECISAM DE RECARGA)
      *****************************************************
       01 STP-REGISTRO.
           02 STP-NUM-PEDIDO PIC 9(08).
               88 STP-CANCELADO        VALUE '8'.
           02 STP-DATA-STATUS PIC 9(08).
           02 STP-DATA-PROMESSA PIC 9(08).
           02 STP-COND-PAGTO  PIC 9(02).
           02 STP-TRANSP      PIC 9(03).
           02 STP-PEDIDO-CLIENTE PIC X(20).
           02 STP-ENT-SEQ     PIC 9(02).
           02 STP-ENT-ENDERECO PIC X(40).
           02 STP-ENT-CEP     PIC 9(08).
           02 STP-ENT-CONTATO PIC X(30).
