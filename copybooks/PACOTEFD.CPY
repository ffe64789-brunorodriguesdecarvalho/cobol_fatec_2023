      *----------------------------------------------------------*
      * PACOTEFD.CPY
      * FD E REGISTRO DO CADASTRO DE PACOTES DE VIAGEM DA TURISMAR
      * (PACOTES.DAT): UM REGISTRO POR SAIDA - CODIGO DO PACOTE,
      * DESTINO, DATAS DE SAIDA E RETORNO, CAPACIDADE EM LUGARES,
      * PRECO POR PESSOA E A OPERADORA QUE EXECUTA A VIAGEM.
      * MANTIDO PELA TELA EX02PAC E LIDO PELA TELA DE RESERVAS
      * EX02RES (DESTINO E PRECO DA RESERVA VEM DAQUI, NAO MAIS
      * DIGITADOS), PELA LISTA DE PASSAGEIROS EX02MAN E PELO
      * APROVEITAMENTO EX02OCP. ATE A CRIACAO DESTE CADASTRO O
      * DESTINO ERA TEXTO LIVRE NA RESERVA - A MESMA VIAGEM SAIA COM
      * VARIAS GRAFIAS E NADA IMPEDIA VENDER MAIS LUGARES DO QUE O
      * ONIBUS TINHA.
      *
      * PLANO DE PAGAMENTO DAS RESERVAS DA SAIDA (VER PARRESFD):
      * SINAL-PAC E O PERCENTUAL DO PRECO PAGO NA RESERVA,
      * PARCELAS-PAC O MAXIMO DE PARCELAS MENSAIS DO RESTANTE E
      * PRAZO-QUIT-PAC QUANTOS DIAS ANTES DA SAIDA TUDO TEM DE ESTAR
      * PAGO (DATA DE CORTE - NENHUMA PARCELA VENCE DEPOIS DELA).
      * MULTA-CANC-PAC E O PERCENTUAL DO VALOR JA PAGO RETIDO NO
      * CANCELAMENTO. PACOTE CADASTRADO ANTES DESSES CAMPOS CHEGA
      * COM ELES EM BRANCO E VALEM SINAL 20%, SEM PARCELAS (SALDO
      * NO CORTE), CORTE 30 DIAS E MULTA ZERO.
      * COPIAR ESTE MEMBRO DENTRO DA FILE SECTION.
      *----------------------------------------------------------*
       FD  PACOTES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PACOTES.DAT".
       01  REG-PACOTE.
           02 CODIGO-PAC        PIC X(06).
           02 DESTINO-PAC       PIC X(20).
           02 DATA-SAIDA-PAC    PIC 9(08).
           02 DATA-RETORNO-PAC  PIC 9(08).
           02 CAPACIDADE-PAC    PIC 9(03).
           02 PRECO-PAC         PIC 9(07)V9(02).
           02 OPERADORA-PAC     PIC X(20).
           02 SINAL-PAC         PIC 9(03)V9(02).
           02 PARCELAS-PAC      PIC 9(02).
           02 PRAZO-QUIT-PAC    PIC 9(03).
           02 MULTA-CANC-PAC    PIC 9(03)V9(02).
