           03 wid-CSBH074                pic x(250) value spaces.
           03 wid-CSBH075                pic x(250) value spaces.
           03 wid-CSBH076                pic x(250) value spaces.
           03 wid-CSBH077                pic x(250) value spaces.
           03 wid-CSBH078                pic x(250) value spaces.
           03 wid-CSBH079                pic x(250) value spaces.
           03 wid-CSBH080                pic x(250) value spaces.
           03 wid-CSBH081                pic x(250) value spaces.
           03 wid-CSBH082                pic x(250) value spaces.
           03 wid-CSBH083                pic x(250) value spaces.
           03 wid-CSBH084                pic x(250) value spaces.
           03 wid-CSBH085                pic x(250) value spaces.
           03 wid-CSBH086                pic x(250) value spaces.
           03 wid-CSBH087                pic x(250) value spaces.
           03 wid-CSBH088                pic x(250) value spaces.
           03 wid-CSBH089                pic x(250) value spaces.
           03 wid-CSBH090                pic x(250) value spaces.
           03 wid-CSBH091                pic x(250) value spaces.
           03 wid-CSBH092                pic x(250) value spaces.
           03 wid-CSBH093                pic x(250) value spaces.
           03 wid-CSBH094                pic x(250) value spaces.
           03 wid-CSBH095                pic x(250) value spaces.
           03 wid-CSBH096                pic x(250) value spaces.
           03 wid-CSBH097                pic x(250) value spaces.
           03 wid-CSBH098                pic x(250) value spaces.
           03 wid-CSBH099                pic x(250) value spaces.
           03 wid-CSBH100                pic x(250) value spaces.
           03 wid-CSBH101                pic x(250) value spaces.
           03 wid-CSBH102                pic x(250) value spaces.
           03 wid-CSBH103                pic x(250) value spaces.
           03 wid-CSBH104                pic x(250) value spaces.
           03 wid-CSBH105                pic x(250) value spaces.
           03 wid-CSBH106                pic x(250) value spaces.
           03 wid-CSBH107                pic x(250) value spaces.
           03 wid-CSBH108                pic x(250) value spaces.
           03 wid-CSBH109                pic x(250) value spaces.
           03 wid-CSBH110                pic x(250) value spaces.
           03 wid-CSBH111                pic x(250) value spaces.
           03 wid-CSBH112                pic x(250) value spaces.
           03 wid-CSBH113                pic x(250) value spaces.
           03 wid-CSBH114                pic x(250) value spaces.
           03 wid-CSBH115                pic x(250) value spaces.
           03 wid-CSBH116                pic x(250) value spaces.
           03 wid-CSBH117                pic x(250) value spaces.
           03 wid-CSBH118                pic x(250) value spaces.
           03 wid-CSBH119                pic x(250) value spaces.
           03 wid-CSBH120                pic x(250) value spaces.
           03 wid-CSBH121                pic x(250) value spaces.
           03 wid-CSBH122                pic x(250) value spaces.
           03 wid-CSBH123                pic x(250) value spaces.
           03 wid-CSBH124                pic x(250) value spaces.
           03 wid-CSBH125                pic x(250) value spaces.
           03 wid-CSBH126                pic x(250) value spaces.
           03 wid-CSBH127                pic x(250) value spaces.
           03 wid-CSBH128                pic x(250) value spaces.
           03 wid-CSBH129                pic x(250) value spaces.
           03 wid-CSBH130                pic x(250) value spaces.
           03 wid-CSBH131                pic x(250) value spaces.
           03 wid-CSBH132                pic x(250) value spaces.
           03 wid-CSBH133                pic x(250) value spaces.
           03 wid-CSBH999                pic x(250) value spaces.
