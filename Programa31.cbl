      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA31.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>          Tabela de Contas Contábeis da Folha (CONTACTB.CAD)
      *>            --------------------------------------------------------
      *>            Contas de débito e de crédito e histórico padrão de cada
      *>            evento contábil da folha, usados pelo PROGRAMA30 para
      *>            gerar o arquivo de lançamentos LANCCONT.AAAAMM. Os
      *>            eventos são fixos (a lista da tela é a mesma do
      *>            PROGRAMA30); a contabilidade só mantém as contas:
      *>
      *>               01 salários do mês           10 FGTS s/ férias pagas
      *>               02 férias pagas (provisão)   11 INSS patr. s/ férias
      *>               03 13º pago (provisão)       12 FGTS s/ 13º pago
      *>               04 INSS descontado           13 INSS patr. s/ 13º
      *>               05 IRRF descontado           14 provisão de férias
      *>               06 pensão alimentícia        15 encargos s/ férias
      *>               07 adiantam./empréstimos     16 provisão de 13º
      *>               08 FGTS do mês               17 encargos s/ 13º
      *>               09 INSS patronal do mês
      *>
      *>            Evento sem conta cadastrada faz o PROGRAMA30 terminar
      *>            com código de retorno 8, para o arquivo de lançamentos
      *>            não ir incompleto para a contabilidade.
      *>
      *>            Gravar, modificar e excluir são restritos ao perfil
      *>            supervisor, como nas tabelas de folha do PROGRAMA06.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.
      *>============================================================================================

            select arqcontactb01 assign to disk wid-arqcontactb01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is ctb-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso.

            select arqusuario01 assign to disk wid-arqusuario01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is usu-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso-usuario.

      *>============================================================================================
       data division.

       fd  arqcontactb01.

       01  reg-arq-contactb-01.
           03  ctb-chave.
               05  ctb-cd-evento         pic 9(02).
           03  ctb-cd-conta-debito       pic x(20).
           03  ctb-cd-conta-credito      pic x(20).
           03  ctb-ds-historico          pic x(40).
           03  ctb-dt-hr-alteracao.
               05  ctb-dt-alteracao      pic 9(08).
               05  ctb-hr-alteracao      pic 9(06).
           03  ctb-op-alteracao          pic x(10).

       fd  arqusuario01.

       01  reg-arq-usuario-01.
           03  usu-chave.
               05  usu-cd-login          pic x(10).
           03  usu-no-usuario            pic x(30).
           03  usu-senha                 pic x(10).
           03  usu-perfil                pic x(01).

      *>============================================================================================
       working-storage section.
       78   versao                      value "a".

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso      pic x(2).
               88 ws-operacao-ok        value "00" "02".
               88 ws-arq-inexistente    value "35".
               88 ws-chave-duplicada    value "22".
            03 ws-data-atual            pic 9(08).
            03 ws-hora-atual            pic 9(06).
            03 ws-cd-conta-debito-seguro pic x(20).
            03 ws-cd-conta-credito-seguro pic x(20).
            03 ws-ds-historico-seguro   pic x(40).

       01   ws-controle-operador.
            03 ws-resultado-acesso-usuario   pic x(2).
               88 ws-usuario-ok              value "00" "02".
               88 ws-usuario-inexistente     value "35".
            03 ws-sw-operador-autenticado    pic x(01) value "N".
               88 operador-autenticado       value "S".
               88 operador-nao-autenticado   value "N".
            03 ws-perfil-operador            pic x(01).
               88 operador-consulta          value "C".
               88 operador-digitacao         value "D".
               88 operador-supervisor        value "S".
            03 ws-sw-operacao-permitida      pic x(01).
               88 operacao-permitida         value "S".
               88 operacao-negada            value "N".
            03 ws-op-login-seguro            pic x(10).
            03 ws-op-senha-seguro            pic x(10).

       01   ws-configuracao-arquivos.
            03 ws-caminho-arqcontactb01      pic x(100).
            03 wid-arqcontactb01             pic x(100).
            03 ws-caminho-arqusuario01       pic x(100).
            03 wid-arqusuario01              pic x(100).

       01   cgi-input is external-form.
            03 f-campos-formulario.
               05 f-opcao                       pic 9(07) identified by "opcao".
               05 f-cd-evento                   pic 9(02) identified by "cdEvento".
               05 f-cd-conta-debito             pic x(20) identified by "cdContaDebito".
               05 f-cd-conta-credito            pic x(20) identified by "cdContaCredito".
               05 f-ds-historico                pic x(40) identified by "dsHistorico".
               05 f-op-login                    pic x(10) identified by "opLogin".
               05 f-op-senha                    pic x(10) identified by "opSenha".

      *>============================================================================================
       procedure division.

      *>============================================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>============================================================================================
       1000-inicializacao section.
       1000.
            move spaces                 to cgi-input
            initialize                  cgi-input
            accept cgi-input

            perform 1050-obtem-caminhos
            perform 1100-cabecalho-html-aux
            .

       1000-exit.
            exit.

      *>============================================================================================
       1050-obtem-caminhos section.
       1050.
            move spaces to ws-caminho-arqcontactb01
            accept ws-caminho-arqcontactb01 from environment "CONTACTB_CAD_PATH"
            if   ws-caminho-arqcontactb01 = spaces
                 move "C:\CONTACTB.CAD"        to wid-arqcontactb01
            else
                 move ws-caminho-arqcontactb01 to wid-arqcontactb01
            end-if

            move spaces to ws-caminho-arqusuario01
            accept ws-caminho-arqusuario01 from environment "USUARIO_CAD_PATH"
            if   ws-caminho-arqusuario01 = spaces
                 move "C:\USUARIO.CAD"         to wid-arqusuario01
            else
                 move ws-caminho-arqusuario01  to wid-arqusuario01
            end-if.
       1050-exit.
            exit.

      *>============================================================================================
       1100-cabecalho-html-aux section.
       1100.
            exec html
<html>
<!DOCTYPE HTML PUBLIC "-//W3C//DTD HTML 4.0 Transitional//EN">
<HEAD>
<meta http-equiv="Expires" content="Mon, 01 Jan 1996 12:12:00 GMT">
<meta http-equiv="Pragma" content="no-cache">
<META content="text/html; charset=windows-1252" http-equiv=Content-Type>
<HEAD> <TITLE>PROGRAMA 31</TITLE> </HEAD>
<script src="funcoes.js" language="JavaScript"></script>
<script src="funcoes.vbs" language="VbScript"></script>
<BODY leftMargin=0 topMargin=0 marginheight="0" marginwidth="0">
<FORM name=form1 method=post>
            end-exec.
       1100-exit.
            exit.

      *>============================================================================================
       2000-processamento section.
       2000.
            if   f-opcao = 0
                 perform 8300-tela-login
                 exit section
            end-if

            perform 2980-valida-operador
            if   operador-nao-autenticado
                 exec html
                    <script>
                        alert( 'Operador ou senha inválidos' );
                    </script>
                 end-exec
                 perform 8300-tela-login
                 exit section
            end-if

            if   f-opcao = 14
                 perform 2100-carrega-tela
                 exit section
            end-if

            perform 2985-verifica-permissao
            if   operacao-negada
                 exec html
                    <script>
                        alert( 'Operação não permitida para o seu perfil' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if

            evaluate f-opcao
                when 2
                    perform 2200-salva
                when 3
                    perform 2300-exclui
                when 4
                    perform 2400-carrega
                when 6
                    perform 2600-modifica
                when 7
                    perform 2700-limpa
                when other
                    exec html
                       <script>
                           alert( 'Opção inválida' );
                       </script>
                    end-exec
            end-evaluate.
       2000-exit.
            exit.

      *>============================================================================================
       2100-carrega-tela section.
       2100.
            perform 8000-tela.
       2100-exit.
            exit.

      *>============================================================================================
       2200-salva section.
       2200.
            perform 2950-valida-campos
            if   not ws-operacao-ok
                 perform 8000-tela
                 exit section
            end-if
            perform 2800-abre
            if   ws-operacao-ok
                 perform 2900-move
                 write reg-arq-contactb-01
                 if   ws-chave-duplicada
                      exec html
                         <script>
                             alert( 'Evento :f-cd-evento já cadastrado, use Modificar' );
                         </script>
                      end-exec
                 else
                      exec html
                         <script>
                             alert( 'Gravou contas do evento :f-cd-evento' );
                         </script>
                      end-exec
                 end-if
            end-if
            perform 8000-tela.
       2200-exit.
            exit.

      *>============================================================================================
       2300-exclui section.
       2300.
            perform 2800-abre
            if   not ws-operacao-ok
                 perform 8000-tela
                 exit section
            end-if
            move f-cd-evento to ctb-cd-evento
            read arqcontactb01
            if   not ws-operacao-ok
                 exec html
                    <script>
                        alert( 'Evento não encontrado' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if

            delete arqcontactb01
            exec html
               <script>
                   alert( 'Contas do evento excluídas' );
               </script>
            end-exec
            perform 8000-tela.
       2300-exit.
            exit.

      *>============================================================================================
       2400-carrega section.
       2400.
            perform 2800-abre
            move f-cd-evento to ctb-cd-evento
            read arqcontactb01
            if   ws-operacao-ok
                 perform 8000-tela
                 perform 2990-localiza
            else
                 perform 8000-tela
                 exec html
                    <script>
                        alert( 'Evento não encontrado' );
                    </script>
                 end-exec
            end-if.
       2400-exit.
            exit.

      *>============================================================================================
       2600-modifica section.
       2600.
            perform 2950-valida-campos
            if   not ws-operacao-ok
                 perform 8000-tela
                 exit section
            end-if
            perform 2800-abre
            move f-cd-evento to ctb-cd-evento
            read arqcontactb01
            if   ws-operacao-ok
                 perform 2900-move
                 rewrite reg-arq-contactb-01
                 exec html
                    <script>
                        alert( 'Modificou contas do evento :f-cd-evento' );
                    </script>
                 end-exec
            else
                 exec html
                    <script>
                        alert( 'Evento não encontrado' );
                    </script>
                 end-exec
            end-if
            perform 8000-tela.
       2600-exit.
            exit.

      *>============================================================================================
       2700-limpa section.
       2700.
            perform 8000-tela.
       2700-exit.
            exit.

      *>============================================================================================
       2800-abre section.
       2800.
            open i-o arqcontactb01
            if   ws-arq-inexistente
                 open output arqcontactb01
                 close arqcontactb01
                 open i-o arqcontactb01
            end-if
            if   not ws-operacao-ok
                 exec html
                    <script>
                        alert( 'Erro :ws-resultado-acesso' );
                    </script>
                 end-exec
                 exit section
            end-if.
       2800-exit.
            exit.

      *>============================================================================================
       2900-move section.
       2900.
            initialize reg-arq-contactb-01
            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time
            move f-cd-evento                to ctb-cd-evento
            move f-cd-conta-debito          to ctb-cd-conta-debito
            move f-cd-conta-credito         to ctb-cd-conta-credito
            move f-ds-historico             to ctb-ds-historico
            move ws-data-atual              to ctb-dt-alteracao
            move ws-hora-atual              to ctb-hr-alteracao
            move f-op-login                 to ctb-op-alteracao.
       2900-exit.
            exit.

      *>============================================================================================
      *>            Evento da lista, as duas contas (diferentes entre si) e
      *>            o histórico são obrigatórios; o status de retorno fica
      *>            em ws-resultado-acesso para o chamador seguir o mesmo
      *>            teste da abertura do arquivo.
      *>============================================================================================
       2950-valida-campos section.
       2950.
            move "00" to ws-resultado-acesso
            if   f-cd-evento is less than 1
            or   f-cd-evento is greater than 17
                 exec html
                    <script>
                        alert( 'Evento inválido: escolha um evento da lista' );
                    </script>
                 end-exec
                 move "99" to ws-resultado-acesso
                 exit section
            end-if
            if   f-cd-conta-debito = spaces
                 exec html
                    <script>
                        alert( 'Campo obrigatório não preenchido: Conta a débito' );
                    </script>
                 end-exec
                 move "99" to ws-resultado-acesso
                 exit section
            end-if
            if   f-cd-conta-credito = spaces
                 exec html
                    <script>
                        alert( 'Campo obrigatório não preenchido: Conta a crédito' );
                    </script>
                 end-exec
                 move "99" to ws-resultado-acesso
                 exit section
            end-if
            if   f-cd-conta-debito = f-cd-conta-credito
                 exec html
                    <script>
                        alert( 'Conta a débito e conta a crédito não podem ser a mesma' );
                    </script>
                 end-exec
                 move "99" to ws-resultado-acesso
                 exit section
            end-if
            if   f-ds-historico = spaces
                 exec html
                    <script>
                        alert( 'Campo obrigatório não preenchido: Histórico' );
                    </script>
                 end-exec
                 move "99" to ws-resultado-acesso
            end-if.
       2950-exit.
            exit.

      *>============================================================================================
      *>            Abre USUARIO.CAD; se o arquivo ainda não existe, cria
      *>            com o supervisor inicial ADMIN/ADMIN, como no PROGRAMA01.
      *>============================================================================================
       2975-abre-usuario section.
       2975.
            open i-o arqusuario01
            if   ws-usuario-inexistente
                 open output arqusuario01
                 initialize reg-arq-usuario-01
                 move "ADMIN"       to usu-cd-login
                 move "Supervisor"  to usu-no-usuario
                 move "ADMIN"       to usu-senha
                 move "S"           to usu-perfil
                 write reg-arq-usuario-01
                 close arqusuario01
                 open i-o arqusuario01
            end-if.
       2975-exit.
            exit.

      *>============================================================================================
       2980-valida-operador section.
       2980.
            set  operador-nao-autenticado to true
            move spaces to ws-perfil-operador
            if   f-op-login = spaces
                 exit section
            end-if
            perform 2975-abre-usuario
            if   not ws-usuario-ok
                 exit section
            end-if
            move f-op-login to usu-cd-login
            read arqusuario01
            if   ws-usuario-ok
            and  usu-senha = f-op-senha
            and  usu-senha not = spaces
                 set  operador-autenticado to true
                 move usu-perfil to ws-perfil-operador
            end-if.
       2980-exit.
            exit.

      *>============================================================================================
      *>            As contas decidem onde cai a folha na contabilidade:
      *>            gravar, modificar e excluir são restritos ao perfil
      *>            supervisor; os demais perfis só consultam.
      *>============================================================================================
       2985-verifica-permissao section.
       2985.
            set  operacao-permitida to true
            evaluate f-opcao
                when 2
                when 3
                when 6
                     if   not operador-supervisor
                          set  operacao-negada to true
                     end-if
            end-evaluate.
       2985-exit.
            exit.

      *>============================================================================================
       2936-neutraliza-operador section.
       2936.
            move f-op-login to ws-op-login-seguro
            move f-op-senha to ws-op-senha-seguro
            inspect ws-op-login-seguro replacing all "<" by space
                                                 all ">" by space
                                                 all '"' by space
                                                 all "'" by space
                                                 all "&" by space
            inspect ws-op-senha-seguro replacing all "<" by space
                                                 all ">" by space
                                                 all '"' by space
                                                 all "'" by space
                                                 all "&" by space.
       2936-exit.
            exit.

      *>============================================================================================
      *>            Contas e histórico são texto livre devolvido para dentro
      *>            de um script: neutraliza os mesmos caracteres do login
      *>            antes de montar a tela.
      *>============================================================================================
       2990-localiza section.
       2990.
            move ctb-cd-conta-debito  to ws-cd-conta-debito-seguro
            move ctb-cd-conta-credito to ws-cd-conta-credito-seguro
            move ctb-ds-historico     to ws-ds-historico-seguro
            inspect ws-cd-conta-debito-seguro replacing all "<" by space
                                                        all ">" by space
                                                        all '"' by space
                                                        all "'" by space
                                                        all "&" by space
            inspect ws-cd-conta-credito-seguro replacing all "<" by space
                                                         all ">" by space
                                                         all '"' by space
                                                         all "'" by space
                                                         all "&" by space
            inspect ws-ds-historico-seguro replacing all "<" by space
                                                     all ">" by space
                                                     all '"' by space
                                                     all "'" by space
                                                     all "&" by space
            exec html
               <script>
                  document.all.cdEvento.value =         ":ctb-cd-evento";
                  document.all.cdContaDebito.value =    ":ws-cd-conta-debito-seguro";
                  document.all.cdContaCredito.value =   ":ws-cd-conta-credito-seguro";
                  document.all.dsHistorico.value =      ":ws-ds-historico-seguro";
                  document.all.dtHrAlteracao.value =    ":ctb-dt-alteracao :ctb-hr-alteracao :ctb-op-alteracao";
               </script>
            end-exec.
       2990-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            close arqcontactb01 arqusuario01.
       3000-exit.
            exit.

      *>============================================================================================
       8300-tela-login section.
       8300.
            exec html
               <INPUT type=hidden name=opcao>
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>IDENTIFICACAO DO OPERADOR</CENTER></TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=none width=100% border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                           <TR>
                              <TD class=titulocampo>Operador&nbsp;</TD>
                              <TD><INPUT class="campo" name=opLogin tabIndex=1 size=10 maxlength=10></TD>
                           <TR>
                              <TD class=titulocampo>Senha&nbsp;</TD>
                              <TD><INPUT class="campo" type=password name=opSenha tabIndex=2 size=10 maxlength=10></TD>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <BUTTON name=BotEntrar AccessKEY="E" tabIndex=3 onClick="Entrar();"><LABEL><U>E</U>ntrar</LABEL></BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function Entrar(){
                       document.all.opcao.value = 14;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8300-exit.
            exit.

      *>============================================================================================
       8000-tela section.
       8000.
            perform 2936-neutraliza-operador
            exec html
               <INPUT type=hidden name=opcao>
               <INPUT type=hidden name=opLogin value=":ws-op-login-seguro">
               <INPUT type=hidden name=opSenha value=":ws-op-senha-seguro">
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>CONTAS CONTABEIS DA FOLHA</CENTER></TD>
                  <TR>
                     <TD>
                        <TABLE rules=none width=100% border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                           <TR>
                              <TD class=titulocampo>Evento&nbsp;</TD>
                              <TD><SELECT class="campo" bloco=1 name=cdEvento tabIndex=1 obrigatorio=1 onChange="Carregar()">
                              <OPTION value="00"></OPTIONS>
                              <OPTION value="01">01 - Salários do mês</OPTIONS>
                              <OPTION value="02">02 - Férias pagas (baixa da provisão)</OPTIONS>
                              <OPTION value="03">03 - 13º pago (baixa da provisão)</OPTIONS>
                              <OPTION value="04">04 - INSS descontado</OPTIONS>
                              <OPTION value="05">05 - IRRF descontado</OPTIONS>
                              <OPTION value="06">06 - Pensão alimentícia</OPTIONS>
                              <OPTION value="07">07 - Adiantamentos e empréstimos</OPTIONS>
                              <OPTION value="08">08 - FGTS do mês</OPTIONS>
                              <OPTION value="09">09 - INSS patronal do mês</OPTIONS>
                              <OPTION value="10">10 - FGTS s/ férias pagas</OPTIONS>
                              <OPTION value="11">11 - INSS patronal s/ férias pagas</OPTIONS>
                              <OPTION value="12">12 - FGTS s/ 13º pago</OPTIONS>
                              <OPTION value="13">13 - INSS patronal s/ 13º pago</OPTIONS>
                              <OPTION value="14">14 - Provisão de férias</OPTIONS>
                              <OPTION value="15">15 - Provisão de encargos s/ férias</OPTIONS>
                              <OPTION value="16">16 - Provisão de 13º salário</OPTIONS>
                              <OPTION value="17">17 - Provisão de encargos s/ 13º</OPTIONS>
                              </SELECT></TD>
                           <TR>
                              <TD class=titulocampo>Conta a débito&nbsp;</TD>
                              <TD><INPUT class="campo" bloco=1 name=cdContaDebito tabIndex=2 size=20 maxlength=20 obrigatorio=1></TD>
                           <TR>
                              <TD class=titulocampo>Conta a crédito&nbsp;</TD>
                              <TD><INPUT class="campo" bloco=1 name=cdContaCredito tabIndex=3 size=20 maxlength=20 obrigatorio=1></TD>
                           <TR>
                              <TD class=titulocampo>Histórico&nbsp;</TD>
                              <TD><INPUT class="campo" bloco=1 name=dsHistorico tabIndex=4 size=40 maxlength=40 obrigatorio=1></TD>
                           <TR>
                              <TD class=titulocampo>Última alteração&nbsp;</TD>
                              <TD><INPUT class="campo" name=dtHrAlteracao size=30 maxlength=30 READONLY></TD>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                        </TABLE></TD>
                 <TR>
                    <TD>
                        <TABLE border=0 width=100%>
                           <TR>
                              <TD width=100%>&nbsp;
                              <TD><BUTTON name=BotSalvar AccessKEY="S" tabIndex=500 onClick="Salvar();"><LABEL><U>S</U>alvar</LABEL></BUTTON></TD>
                              <TD><BUTTON name=BotModificar AccessKEY="M" tabIndex=501 onClick="Modificar();"><LABEL><U>M</U>odificar</LABEL></BUTTON></TD>
                              <TD><BUTTON name=BotLimpar AccessKEY="L" tabIndex=502 onClick="Limpar();"><LABEL><U>L</U>impar</LABEL></BUTTON></TD>
                              <TD><BUTTON name=BotExcluir AccessKEY="E" tabIndex=503 onClick="Excluir();"><LABEL><U>E</U>xcluir</LABEL></BUTTON></TD>
                        </TABLE></TD>
                 </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function Salvar(){
                       document.all.opcao.value = 2;
                       document.form1.submit();
                   }
                   function Excluir(){
                       document.all.opcao.value = 3;
                       document.form1.submit();
                   }
                   function Carregar(){
                       document.all.opcao.value = 4;
                       document.form1.submit();
                   }
                   function Modificar(){
                       document.all.opcao.value = 6;
                       document.form1.submit();
                   }
                   function Limpar(){
                       document.all.opcao.value = 7;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8000-exit.
            exit.

      *>
