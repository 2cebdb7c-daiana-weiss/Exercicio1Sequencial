      *>   da exclusao crua da tela de cadastro, que jogava o registro
      *>   fora sem declaracao nem conferencia. A secretaria informa o
      *>   codigo, o programa confere no arqMensalidades.dat as cobrancas
      *>   em aberto (menos as renegociadas em acordo, arqAcordoItens.dat)
      *>   e avisa na tela (a transferencia pode seguir mesmo
      *>   assim, a cobranca continua no arquivo), recebe a escola de
      *>   destino e a data, e entao:
      *>     - imprime a declaracaoTransferencia.txt com os dados do
      *>       cadastro, o resumo de frequencia do ano (dias registrados,
      *>       faltas e justificadas, como o relFaltas consolida) e as
      *>       ocorrencias registradas do aluno (arqOcorrencias.dat, que
      *>       continuam no arquivo para o relOcorrencias);
      *>     - grava o aluno no arqTransferidos.txt (mesmo estilo do
      *>       arqEgressos.txt, mais a escola de destino e a data);
      *>     - exclui o registro do arqCad e carimba a acao TRANSFER. no
           lock mode is automatic
           file status is ws-fs-arqMens.

           select arqAcordoItens assign to "arqAcordoItens.dat" *> cobrancas renegociadas em acordo (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is ait-chave
           lock mode is automatic
           file status is ws-fs-arqAcordoItens.

           select arqPresenca assign to "arqPresenca.txt" *> marcacoes da chamada (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPresenca.

           select arqOcorrencias assign to "arqOcorrencias.dat" *> ocorrencias por aluno, data e hora (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is oco-chave
           lock mode is automatic
           file status is ws-fs-arqOcorrencias.

           select arqTransferidos assign to "arqTransferidos.txt" *> alunos transferidos
           organization is line sequential
           access mode is sequential
       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqAcordoItens.
           copy "acoitreg.cpy".

       fd arqPresenca.
           copy "presreg.cpy".

       fd arqOcorrencias.
           copy "ocoreg.cpy".

      *>   registro de transferido - mesmos campos do fd-cad, com prefixo
      *>   proprio, mais a escola de destino e a data da transferencia.
       fd arqTransferidos.
       77 ws-fs-arqAuditoria                       pic  9(02).
       77 ws-fs-arqCadBak                          pic  9(02).
       77 ws-fs-arqCadCtl                          pic  9(02).
       77 ws-fs-arqAcordoItens                     pic  9(02).
       77 ws-fs-arqOcorrencias                     pic  9(02).

      *>   arqAcordoItens.dat ainda nao existir = nenhum acordo gravado
       77 ws-itens-abertos                         pic  x(01) value "N".
          88  ws-tem-arq-itens                     value "S".

       77 ws-renegociada                           pic  x(01) value "N".
          88  ws-cobranca-renegociada              value "S".

      *>----Variaveis da copia de seguranca por geracoes do arqCad
       77 ws-nome-bak                              pic  x(025) value spaces.
           05 ws-lf-rotulo                         pic x(030).
           05 ws-lf-qtd                            pic zzz9.

       01 ws-lin-tit-oco.
           05 filler                               pic x(050) value
              "Ocorrencias registradas na escola:".

       01 ws-lin-oco.
           05 filler                               pic x(003) value spaces.
           05 ws-lo-dia                            pic 9(002).
           05 filler                               pic x(001) value "/".
           05 ws-lo-mes                            pic 9(002).
           05 filler                               pic x(001) value "/".
           05 ws-lo-ano                            pic 9(004).
           05 filler                               pic x(002) value spaces.
           05 ws-lo-tipo                           pic x(013).
           05 filler                               pic x(001) value spaces.
           05 ws-lo-descricao                      pic x(050).

       01 ws-lin-sem-oco.
           05 filler                               pic x(003) value spaces.
           05 filler                               pic x(040) value
              "Nenhuma ocorrencia registrada.".

       01 ws-data-oco                              pic  9(008) value zeros.
       01 ws-data-oco-val redefines ws-data-oco.
           05 ws-do-ano                            pic 9(004).
           05 ws-do-mes                            pic 9(002).
           05 ws-do-dia                            pic 9(002).

       77 ws-qtd-oco-aluno                         pic  9(004) value zeros.

       77 ws-fim-oco                               pic  x(001) value "N".
          88  ws-fim-ocorrencias-aluno             value "S".

       01 ws-lin-assinatura.
           05 filler                               pic x(052) value
              "Assinatura da diretoria: _________________________".
      *>------------------------------------------------------------------------
      *>  Conta no arqMensalidades as cobrancas em aberto do aluno, com o
      *>  valor total, para a secretaria ver antes de confirmar - arquivo
      *>  ainda nao existir significa nenhuma cobranca gerada. Cobranca
      *>  renegociada em acordo nao conta (a divida esta nas parcelas).
      *>------------------------------------------------------------------------
       conta-cobrancas-abertas section.

                   perform finaliza-anormal
               end-if

               move "N" to ws-itens-abertos
               open input arqAcordoItens

               if ws-fs-arqAcordoItens = 00 then
                   move "S" to ws-itens-abertos
               else
                   if ws-fs-arqAcordoItens <> 35 then
                       move 28                                   to ws-msn-erro-ofsset
                       move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                       move "Erro ao abrir arqAcordoItens.dat."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               perform until ws-fs-arqMens = 10
                   read arqMensalidades next

                   if ws-fs-arqMens = 00
                     and men-cod = ws-cod-busca
                     and men-em-aberto then
                       perform verifica-renegociada

                       if not ws-cobranca-renegociada then
                           add 1                to ws-qtd-em-aberto
                           add men-valor-devido to ws-valor-em-aberto
                       end-if
                   end-if
               end-perform

               if ws-tem-arq-itens then
                   close arqAcordoItens
               end-if

               close arqMensalidades

               if ws-fs-arqMens <> 00 then
       conta-cobrancas-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no arqAcordoItens se a cobranca lida em men-reg ja foi
      *>  renegociada num acordo de parcelamento.
      *>------------------------------------------------------------------------
       verifica-renegociada section.

           move "N" to ws-renegociada

           if ws-tem-arq-itens then
               move men-chave to ait-chave
               read arqAcordoItens

               if ws-fs-arqAcordoItens <> 00 and ws-fs-arqAcordoItens <> 23 then
                   move 29                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao ler arqAcordoItens.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAcordoItens = 00 and not ait-nao-renegociada then
                   move "S" to ws-renegociada
               end-if
           end-if
           .
       verifica-renegociada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consolida do arqPresenca a frequencia do aluno no ano da
      *>  transferencia (dias registrados, faltas e justificadas) - so a
           move ws-lin-branco to dec-linha
           perform grava-linha-decl

           perform grava-ocorrencias-decl

           move ws-lin-branco to dec-linha
           perform grava-linha-decl

           move "Escola de destino"  to ws-lc-rotulo
           move ws-escola-destino    to ws-lc-valor
           perform grava-campo-decl
       gera-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista na declaracao as ocorrencias do aluno (arqOcorrencias a
      *>  partir da chave do aluno, em ordem de data) - arquivo ainda nao
      *>  existir eh nenhuma ocorrencia registrada.
      *>------------------------------------------------------------------------
       grava-ocorrencias-decl section.

           move ws-lin-tit-oco to dec-linha
           perform grava-linha-decl

           move zeros to ws-qtd-oco-aluno

           open input arqOcorrencias

           if ws-fs-arqOcorrencias <> 35 then

               if ws-fs-arqOcorrencias <> 00 then
                   move 30                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                   move "Erro ao abrir arqOcorrencias.dat."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N"    to ws-fim-oco
               move ws-cod to oco-cod
               move zeros  to oco-data
               move zeros  to oco-hora
               start arqOcorrencias key is not less than oco-chave

               if ws-fs-arqOcorrencias <> 00 and ws-fs-arqOcorrencias <> 23 then
                   move 31                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                   move "Erro ao posicionar arqOcorrencias."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqOcorrencias = 23 then
                   move "S" to ws-fim-oco
               end-if

               perform until ws-fim-ocorrencias-aluno
                   read arqOcorrencias next

                   if ws-fs-arqOcorrencias <> 00 and ws-fs-arqOcorrencias <> 10 then
                       move 32                                    to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                       move "Erro ao ler arqOcorrencias.dat."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>           fim do arquivo, ou passou para o aluno seguinte
                   if ws-fs-arqOcorrencias = 10 or oco-cod <> ws-cod then
                       move "S" to ws-fim-oco
                   else
                       move oco-data to ws-data-oco
                       move ws-do-dia to ws-lo-dia
                       move ws-do-mes to ws-lo-mes
                       move ws-do-ano to ws-lo-ano

                       evaluate oco-tipo
                           when "A"
                               move "ACIDENTE"      to ws-lo-tipo
                           when "M"
                               move "MEDICAMENTO"   to ws-lo-tipo
                           when "C"
                               move "COMPORTAMENTO" to ws-lo-tipo
                           when "R"
                               move "RETIRADA"      to ws-lo-tipo
                           when other
                               move "OUTROS"        to ws-lo-tipo
                       end-evaluate

                       move oco-descricao-1 to ws-lo-descricao
                       move ws-lin-oco to dec-linha
                       perform grava-linha-decl

                       add 1 to ws-qtd-oco-aluno
                   end-if
               end-perform

               close arqOcorrencias

               if ws-fs-arqOcorrencias <> 00 then
                   move 33                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                  to ws-msn-erro-cod
                   move "Erro ao fechar arqOcorrencias.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-oco-aluno = zeros then
               move ws-lin-sem-oco to dec-linha
               perform grava-linha-decl
           end-if
           .
       grava-ocorrencias-decl-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava um campo rotulado da declaracao (rotulo e valor prontos).
      *>------------------------------------------------------------------------
