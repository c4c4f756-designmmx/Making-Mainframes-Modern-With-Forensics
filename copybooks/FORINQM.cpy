002600     05  FIQTSO                PIC X(14).
002700     05  FIQAMTA                PIC X(01).
002800     05  FIQAMTO                PIC X(12).
002802     05  FIQCCYA                PIC X(01).
002804     05  FIQCCYO                PIC X(03).
002806     05  FIQBASA                PIC X(01).
002808     05  FIQBASO                PIC X(12).
002810     05  FIQRTA                 PIC X(01).
002820     05  FIQRTO                 PIC X(01).
002830     05  FIQREVA                PIC X(01).
