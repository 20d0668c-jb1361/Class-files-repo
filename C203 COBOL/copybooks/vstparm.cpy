000100*----------------------------------------------------------------
000200* VSTPARM - CALL INTERFACE FOR THE VEHSTAT SUBPROGRAM.
000300* SHARED BY VEHSTAT ITSELF AND BY EVERY PROGRAM THAT HAS TO KNOW
000400* WHETHER A VIN IS STILL IN SERVICE (LAB22ST, LAB22FC, L_10) SO
000500* "IN SERVICE" MEANS ONE THING SHOP-WIDE.
000600* VSTAT-VIN IN; THE LIFECYCLE STATUS AND ITS DATE COME BACK. A
000700* VIN WITH NO LAB22.LCM ENTRY HAS NEVER CHANGED STATUS AND COMES
000800* BACK IN SERVICE WITH A ZERO STATUS DATE.
000900*----------------------------------------------------------------
001000 01  VSTAT-PARM.
001100     05  VSTAT-VIN               PIC X(15).
001200     05  VSTAT-STATUS            PIC X(01).
001300         88  VSTAT-IN-SERVICE            VALUE "S".
001400         88  VSTAT-OUT-OF-SERVICE        VALUE "O".
001500         88  VSTAT-AWAITING-DISPOSAL     VALUE "A".
001600         88  VSTAT-DISPOSED              VALUE "D".
001700     05  VSTAT-STATUS-DATE       PIC 9(08).
