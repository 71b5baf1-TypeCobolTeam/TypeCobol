000100     SYS014                                                       X002.2  
