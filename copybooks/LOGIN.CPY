      *>==================================================================
      *>Copybook LOGIN - area de comunicacao com o LoginOperador: o
      *>programa chamador informa o proprio nome (para o LOGIN-LOG.DAT) e o
      *>perfil minimo exigido (CONSULTA = qualquer perfil, OPERADOR =
      *>operador ou supervisor, SUPERVISOR = so supervisor); volta o usuario
      *>identificado, o perfil dele e se o acesso foi aceito
      *>==================================================================
       01  area-login.
           05  login-programa               pic x(20).
           05  login-perfil-exigido         pic x(10).
           05  login-usuario                pic x(10).
           05  login-perfil                 pic x(10).
               88  login-perfil-supervisor    value "SUPERVISOR".
               88  login-perfil-operador      value "OPERADOR".
               88  login-perfil-consulta      value "CONSULTA".
           05  login-situacao               pic x(01).
               88  login-aceito               value "S".
