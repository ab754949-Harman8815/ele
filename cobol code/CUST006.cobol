
      *    ONE TRANSACTION PER ACCOUNT LIFECYCLE CHANGE -- THE
      *    STATUS CODES MATCH THE MASTER: 'A' ACTIVE, 'D'
      *    DISCONNECTED, 'V' VACANT, 'C' CLOSED. 'S' (SEASONAL
      *    SUSPENSION) IS SET AND CLEARED BY SEAS001 ALONE, AGAINST
      *    ITS OWN SUSPENSION MASTER, AND IS NOT KEYED HERE.
       FD TI01-STATUS-CHG-FILE
           RECORDING MODE          IS F
           RECORD CONTAINS         21  CHARACTERS.
