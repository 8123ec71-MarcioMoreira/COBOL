           MOVE "14100000" TO PC-CONTA-GL
           MOVE "CREDITO A CLIENTES" TO PC-DESCRICAO
           PERFORM 9100-GARANTIR-UMA-CONTA
           MOVE "14900000" TO PC-CONTA-GL
           MOVE "IMPARIDADE DE CREDITO" TO PC-DESCRICAO
           PERFORM 9100-GARANTIR-UMA-CONTA
           MOVE "21100000" TO PC-CONTA-GL
           MOVE "DEPOSITOS DE CLIENTES" TO PC-DESCRICAO
           PERFORM 9100-GARANTIR-UMA-CONTA
           MOVE "24100000" TO PC-CONTA-GL
           MOVE "IMPOSTO RETIDO A ENTREGAR" TO PC-DESCRICAO
           PERFORM 9100-GARANTIR-UMA-CONTA
           MOVE "24200000" TO PC-CONTA-GL
           MOVE "SELO E IVA S/ COMISSOES" TO PC-DESCRICAO
           PERFORM 9100-GARANTIR-UMA-CONTA
           MOVE "37100000" TO PC-CONTA-GL
           MOVE "COMPENSACAO INTERBANCARIA" TO PC-DESCRICAO
           PERFORM 9100-GARANTIR-UMA-CONTA
           MOVE "42100000" TO PC-CONTA-GL
           MOVE "JUROS DE CREDITO RECEBIDOS" TO PC-DESCRICAO
           PERFORM 9100-GARANTIR-UMA-CONTA
           MOVE "47100000" TO PC-CONTA-GL
           MOVE "REVERSOES DE IMPARIDADE" TO PC-DESCRICAO
           PERFORM 9100-GARANTIR-UMA-CONTA
           MOVE "51100000" TO PC-CONTA-GL
           MOVE "JUROS PAGOS A CLIENTES" TO PC-DESCRICAO
           PERFORM 9100-GARANTIR-UMA-CONTA
           MOVE "67100000" TO PC-CONTA-GL
           MOVE "DOTACOES PARA IMPARIDADE" TO PC-DESCRICAO
           PERFORM 9100-GARANTIR-UMA-CONTA.

       9100-GARANTIR-UMA-CONTA.
           MOVE "51100000" TO RG-CONTA-DEBITO
           MOVE "38900000" TO RG-CONTA-CREDITO
           PERFORM 9300-GARANTIR-UMA-REGRA
           MOVE "A" TO RG-TIPO-OP
           MOVE "21100000" TO RG-CONTA-DEBITO
           MOVE "37100000" TO RG-CONTA-CREDITO
           PERFORM 9300-GARANTIR-UMA-REGRA
           MOVE "N" TO RG-TIPO-OP
           MOVE "51100000" TO RG-CONTA-DEBITO
           MOVE "21100000" TO RG-CONTA-CREDITO
           PERFORM 9300-GARANTIR-UMA-REGRA
           *> lancamentos so contabilisticos de IMPARIDADE-CREDITO:
           *> dotacao, reversao e utilizacao no abate
           MOVE "1" TO RG-TIPO-OP
           MOVE "67100000" TO RG-CONTA-DEBITO
           MOVE "14900000" TO RG-CONTA-CREDITO
           PERFORM 9300-GARANTIR-UMA-REGRA
           MOVE "2" TO RG-TIPO-OP
           MOVE "14900000" TO RG-CONTA-DEBITO
           MOVE "47100000" TO RG-CONTA-CREDITO
           PERFORM 9300-GARANTIR-UMA-REGRA
           MOVE "3" TO RG-TIPO-OP
           MOVE "14900000" TO RG-CONTA-DEBITO
           MOVE "14100000" TO RG-CONTA-CREDITO
           PERFORM 9300-GARANTIR-UMA-REGRA
           *> imposto do selo / IVA cobrado com as comissoes do
           *> tarifario: fica a entregar ao Estado
           MOVE "4" TO RG-TIPO-OP
           MOVE "21100000" TO RG-CONTA-DEBITO
           MOVE "24200000" TO RG-CONTA-CREDITO
           PERFORM 9300-GARANTIR-UMA-REGRA
           MOVE "*" TO RG-TIPO-OP
           MOVE "38900000" TO RG-CONTA-DEBITO
           MOVE "38900000" TO RG-CONTA-CREDITO
